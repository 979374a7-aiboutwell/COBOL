000010****************************************************************
000020*  PROGRAM-ID.  JELLO-JOURNAL
000030*
000040*  DAY-END GENERAL-LEDGER JOURNAL EXTRACT.  RUN AFTER
000050*  JELLO-RECON AND BEFORE JELLO-DAYEND ROLLS THE DAY'S FILES.
000060*  READS THE DAY'S ORDER-FILE, CLOSEOUT-FILE, AND THE ENTRIES
000070*  ON AR-LEDGER, CREDIT-LEDGER, AND ADJUST-LOG DATED WITH THE
000080*  BUSINESS DATE, AND SUMMARIZES THEM INTO ACCOUNT-CODED DEBITS
000090*  AND CREDITS ON GL-JOURNAL, SO THE BOOKS COME OFF THE SYSTEM
000100*  INSTEAD OF BEING REKEYED FROM THE RECON AND TAX PAGES:
000110*    - TYPE-S LINES CREDIT SALES AND SALES TAX; A BATCH LINE
000120*      (STATION 00 - CATERING ON ACCOUNT, NO TENDER) DEBITS AR
000130*      FOR THE TAX-INCLUSIVE AMOUNT.
000140*    - TYPE-V REVERSALS DEBIT SALES AND SALES TAX BACK; A CASH
000150*      REFUND CREDITS CASH.  A REFUND TO STORE CREDIT POSTS
000160*      FROM CREDIT-LEDGER.
000170*    - TYPE-T TENDERS DEBIT CASH OR CARD RECEIVABLE FOR THE
000180*      TAX-INCLUSIVE ORDER TOTAL.  A STORE-CREDIT TENDER POSTS
000190*      FROM CREDIT-LEDGER.
000200*    - CREDIT-LEDGER ISSUES CREDIT, AND REDEMPTIONS DEBIT, THE
000210*      STORE-CREDIT LIABILITY.
000220*    - AR-LEDGER PAYMENTS DEBIT CASH AND CREDIT AR.  INVOICES
000230*      BILL SALES ALREADY BOOKED OFF THE BATCH LINES, SO THEY
000240*      ARE PROVED AGAINST THEM ON THE LISTING, NOT JOURNALED.
000250*    - EACH CLOSE-OUT'S OVER/SHORT MOVES CASH AGAINST OVER/SHORT.
000260*    - ADJUST-LOG UNITS, VALUED AT FLAVOR-COST, DEBIT SHRINK AND
000270*      CREDIT INVENTORY (AN UP COUNT CORRECTION REVERSES).
000280*  THE GL ACCOUNT NUMBERS COME FROM GL-ACCOUNT-MAP.  THE PROOF
000290*  LISTING PRINTS THE SOURCE TOTALS AND EVERY JOURNAL LINE;
000300*  GL-JOURNAL IS ONLY WRITTEN WHEN THE DEBITS EQUAL THE CREDITS
000310*  AND EVERY ACCOUNT USED IS MAPPED.  OTHERWISE THE LISTING SAYS
000320*  WHY AND THE JOB ENDS WITH RETURN-CODE 8.
000330*
000340*  MODIFICATION HISTORY
000350*      2026-10-15  AB  ORIGINAL VERSION.
000360*      2026-10-15  AB  FLAVOR CODES RUN TO 99 NOW; THE COST TABLE IS
000370*                      WIDENED TO MATCH.
000380****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. JELLO-JOURNAL.
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
000520     SELECT CONTROL-FILE ASSIGN TO "CONTROL-FILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS JF-CONTROL-STATUS.
000550     SELECT GL-ACCOUNT-MAP ASSIGN TO "GL-ACCOUNT-MAP"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS JF-MAP-STATUS.
000580     SELECT FLAVOR-COST ASSIGN TO "FLAVOR-COST"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS JF-COST-STATUS.
000610     SELECT ORDER-FILE ASSIGN TO "ORDER-FILE"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS JF-ORDER-STATUS.
000640     SELECT CLOSEOUT-FILE ASSIGN TO "CLOSEOUT-FILE"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS JF-CLOSEOUT-STATUS.
000670     SELECT AR-LEDGER ASSIGN TO "AR-LEDGER"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS JF-AR-STATUS.
000700     SELECT CREDIT-LEDGER ASSIGN TO "CREDIT-LEDGER"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS JF-CREDIT-STATUS.
000730     SELECT ADJUST-LOG ASSIGN TO "ADJUST-LOG"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS JF-ADJUST-STATUS.
000760     SELECT GL-JOURNAL ASSIGN TO "GL-JOURNAL"
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780     SELECT JOURNAL-PROOF ASSIGN TO "JOURNAL-PROOF"
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  CONTROL-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  CONTROL-RECORD.
000860     COPY "ctlrec.cpy".
000870
000880 FD  GL-ACCOUNT-MAP
000890     LABEL RECORDS ARE STANDARD.
000900 01  GL-ACCOUNT-MAP-RECORD.
000910     COPY "glamap.cpy".
000920
000930 FD  FLAVOR-COST
000940     LABEL RECORDS ARE STANDARD.
000950 01  FLAVOR-COST-RECORD.
000960     COPY "cstmast.cpy".
000970
000980 FD  ORDER-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  ORDER-RECORD.
001010     COPY "ordfrec.cpy".
001020
001030 FD  CLOSEOUT-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  CLOSEOUT-RECORD.
001060     COPY "closrec.cpy".
001070
001080 FD  AR-LEDGER
001090     LABEL RECORDS ARE STANDARD.
001100 01  AR-LEDGER-RECORD.
001110     COPY "arledg.cpy".
001120
001130 FD  CREDIT-LEDGER
001140     LABEL RECORDS ARE STANDARD.
001150 01  CREDIT-LEDGER-RECORD.
001160     COPY "crdrec.cpy".
001170
001180 FD  ADJUST-LOG
001190     LABEL RECORDS ARE STANDARD.
001200 01  ADJUST-LOG-RECORD.
001210     COPY "adjrec.cpy".
001220
001230 FD  GL-JOURNAL
001240     LABEL RECORDS ARE STANDARD.
001250 01  GL-JOURNAL-RECORD.
001260     COPY "gljrnl.cpy".
001270
001280 FD  JOURNAL-PROOF
001290     LABEL RECORDS ARE STANDARD.
001300 01  JOURNAL-PROOF-RECORD        PIC X(80).
001310
001320 WORKING-STORAGE SECTION.
001330     01 JF-CONTROL-STATUS PIC X(02).
001340     01 JF-MAP-STATUS PIC X(02).
001350     01 JF-COST-STATUS PIC X(02).
001360     01 JF-ORDER-STATUS PIC X(02).
001370     01 JF-CLOSEOUT-STATUS PIC X(02).
001380     01 JF-AR-STATUS PIC X(02).
001390     01 JF-CREDIT-STATUS PIC X(02).
001400     01 JF-ADJUST-STATUS PIC X(02).
001410     01 JF-EOF PIC X VALUE 'N'.
001420         88 JF-END-OF-FILE VALUE 'Y'.
001430     01 JF-BUSINESS-DATE PIC X(08).
001440
001450*---------------------------------------------------------------
001460*    THE NINE POSTING BUCKETS, FIXED BY GLAMAP.CPY, WITH THE GL
001470*    ACCOUNT EACH MAPS TO AND THE DAY'S DEBITS AND CREDITS.
001480*    THE NAMED SUBSCRIPTS BELOW PICK A BUCKET.
001490*---------------------------------------------------------------
001500     01 JF-KEY-LIST.
001510         05 FILLER PIC X(08) VALUE "CASH    ".
001520         05 FILLER PIC X(08) VALUE "CARDREC ".
001530         05 FILLER PIC X(08) VALUE "AR      ".
001540         05 FILLER PIC X(08) VALUE "INVENTRY".
001550         05 FILLER PIC X(08) VALUE "CREDIT  ".
001560         05 FILLER PIC X(08) VALUE "SALESTAX".
001570         05 FILLER PIC X(08) VALUE "SALES   ".
001580         05 FILLER PIC X(08) VALUE "OVRSHORT".
001590         05 FILLER PIC X(08) VALUE "SHRINK  ".
001600     01 JF-KEY-TABLE REDEFINES JF-KEY-LIST.
001610         05 JF-KEY-NAME OCCURS 9 TIMES PIC X(08).
001620     01 JF-BUCKET-TABLE.
001630         05 JF-BUCKET-ENTRY OCCURS 9 TIMES.
001640             10 JF-BK-ACCOUNT       PIC X(10).
001650             10 JF-BK-NAME          PIC X(20).
001660             10 JF-BK-DEBIT         PIC S9(09)V99.
001670             10 JF-BK-CREDIT        PIC S9(09)V99.
001680     01 JF-K-CASH PIC 9(01) VALUE 1.
001690     01 JF-K-CARDREC PIC 9(01) VALUE 2.
001700     01 JF-K-AR PIC 9(01) VALUE 3.
001710     01 JF-K-INVENTORY PIC 9(01) VALUE 4.
001720     01 JF-K-CREDIT PIC 9(01) VALUE 5.
001730     01 JF-K-SALESTAX PIC 9(01) VALUE 6.
001740     01 JF-K-SALES PIC 9(01) VALUE 7.
001750     01 JF-K-OVRSHORT PIC 9(01) VALUE 8.
001760     01 JF-K-SHRINK PIC 9(01) VALUE 9.
001770     01 JF-K-SUB PIC 9(02) COMP VALUE 0.
001780
001790*---------------------------------------------------------------
001800*    ONE POSTING: THE BUCKET, THE SIDE, AND THE AMOUNT.  A
001810*    NEGATIVE AMOUNT POSTS TO THE OTHER SIDE.
001820*---------------------------------------------------------------
001830     01 JF-POST-KEY PIC 9(01) VALUE 0.
001840     01 JF-POST-SIDE PIC X(01).
001850     01 JF-POST-AMOUNT PIC S9(09)V99 VALUE 0.
001860
001870*---------------------------------------------------------------
001880*    FLAVOR-COST LAST COST BY FLAVOR CODE (CODES RUN 1-99, SO
001890*    THE CODE IS ITS OWN SUBSCRIPT).
001900*---------------------------------------------------------------
001910     01 JF-COST-TABLE.
001920         05 JF-CODE-COST OCCURS 99 TIMES PIC 9(03)V99.
001930     01 JF-C-SUB PIC 9(03) COMP VALUE 0.
001940     01 JF-ADJUST-VALUE PIC S9(09)V99 VALUE 0.
001950
001960*---------------------------------------------------------------
001970*    SOURCE TOTALS FOR THE PROOF LISTING.
001980*---------------------------------------------------------------
001990     01 JF-SOURCE-TOTALS.
002000         05 JF-SALES-TOTAL PIC S9(09)V99.
002010         05 JF-SALES-TAX PIC S9(09)V99.
002020         05 JF-VOID-TOTAL PIC S9(09)V99.
002030         05 JF-VOID-TAX PIC S9(09)V99.
002040         05 JF-ON-ACCOUNT PIC S9(09)V99.
002050         05 JF-CASH-TENDERS PIC S9(09)V99.
002060         05 JF-CARD-TENDERS PIC S9(09)V99.
002070         05 JF-CREDIT-TENDERS PIC S9(09)V99.
002080         05 JF-CASH-REFUNDS PIC S9(09)V99.
002090         05 JF-CREDIT-REFUNDS PIC S9(09)V99.
002100         05 JF-CREDIT-ISSUED PIC S9(09)V99.
002110         05 JF-CREDIT-REDEEMED PIC S9(09)V99.
002120         05 JF-AR-INVOICED PIC S9(09)V99.
002130         05 JF-AR-PAID PIC S9(09)V99.
002140         05 JF-OVER-SHORT PIC S9(09)V99.
002150         05 JF-SHRINK-UNITS PIC S9(07).
002160         05 JF-SHRINK-VALUE PIC S9(09)V99.
002170     01 JF-ORDERS-READ PIC 9(05) VALUE 0.
002180     01 JF-CLOSEOUTS-USED PIC 9(05) VALUE 0.
002190     01 JF-LEDGER-ENTRIES PIC 9(05) VALUE 0.
002200     01 JF-ADJUSTS-USED PIC 9(05) VALUE 0.
002210     01 JF-NO-COST-COUNT PIC 9(05) VALUE 0.
002220
002230*---------------------------------------------------------------
002240*    JOURNAL PROOF.
002250*---------------------------------------------------------------
002260     01 JF-TOTAL-DEBITS PIC S9(09)V99 VALUE 0.
002270     01 JF-TOTAL-CREDITS PIC S9(09)V99 VALUE 0.
002280     01 JF-DIFFERENCE PIC S9(09)V99 VALUE 0.
002290     01 JF-UNMAPPED PIC X VALUE 'N'.
002300     01 JF-JOURNAL-LINES PIC 9(03) VALUE 0.
002310     01 JF-JOURNAL-OK PIC X VALUE 'N'.
002320
002330*---------------------------------------------------------------
002340*    REPORT LINES.
002350*---------------------------------------------------------------
002360     01 JF-HEADING-1.
002370         05 FILLER PIC X(40)
002380             VALUE "JELLO-JOURNAL   GL JOURNAL PROOF LISTING".
002390         05 FILLER PIC X(12) VALUE SPACES.
002400         05 FILLER PIC X(09) VALUE "FOR DATE ".
002410         05 JF-HD-DATE PIC X(08).
002420         05 FILLER PIC X(11) VALUE SPACES.
002430     01 JF-SECTION-LINE.
002440         05 JF-SECTION-TEXT PIC X(80).
002450     01 JF-SOURCE-LINE.
002460         05 FILLER PIC X(02) VALUE SPACES.
002470         05 JF-SO-LABEL PIC X(36).
002480         05 JF-SO-AMOUNT PIC ---------9.99.
002490         05 FILLER PIC X(29) VALUE SPACES.
002500     01 JF-HEADING-2.
002510         05 FILLER PIC X(11) VALUE "ACCOUNT    ".
002520         05 FILLER PIC X(09) VALUE "KEY      ".
002530         05 FILLER PIC X(21) VALUE "NAME                 ".
002540         05 FILLER PIC X(13) VALUE "        DEBIT".
002550         05 FILLER PIC X(13) VALUE "       CREDIT".
002560         05 FILLER PIC X(13) VALUE SPACES.
002570     01 JF-DETAIL-LINE.
002580         05 JF-DE-ACCOUNT PIC X(10).
002590         05 FILLER PIC X(01) VALUE SPACES.
002600         05 JF-DE-KEY PIC X(08).
002610         05 FILLER PIC X(01) VALUE SPACES.
002620         05 JF-DE-NAME PIC X(20).
002630         05 FILLER PIC X(01) VALUE SPACES.
002640         05 JF-DE-DEBIT PIC ZZZZZZZZ9.99.
002650         05 FILLER PIC X(01) VALUE SPACES.
002660         05 JF-DE-CREDIT PIC ZZZZZZZZ9.99.
002670         05 FILLER PIC X(13) VALUE SPACES.
002680     01 JF-TOTAL-LINE.
002690         05 FILLER PIC X(41) VALUE "JOURNAL TOTALS".
002700         05 JF-TO-DEBIT PIC ZZZZZZZZ9.99.
002710         05 FILLER PIC X(01) VALUE SPACES.
002720         05 JF-TO-CREDIT PIC ZZZZZZZZ9.99.
002730         05 FILLER PIC X(13) VALUE SPACES.
002740     01 JF-NOTE-LINE.
002750         05 FILLER PIC X(02) VALUE SPACES.
002760         05 JF-NOTE-TEXT PIC X(78).
002770     01 JF-BLANK-LINE PIC X(80) VALUE SPACES.
002780
002790 PROCEDURE DIVISION.
002800
002810****************************************************************
002820*  0000-MAINLINE
002830*
002840*  LOADS THE MAP AND COSTS, POSTS EACH SOURCE FILE INTO THE
002850*  BUCKETS, PRINTS THE PROOF, AND WRITES THE JOURNAL WHEN IT
002860*  BALANCES.
002870****************************************************************
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE
002900         THRU 1000-EXIT.
002910     PERFORM 2000-POST-ORDER-FILE
002920         THRU 2000-EXIT.
002930     PERFORM 3000-POST-CLOSEOUTS
002940         THRU 3000-EXIT.
002950     PERFORM 4000-POST-AR-LEDGER
002960         THRU 4000-EXIT.
002970     PERFORM 4500-POST-CREDIT-LEDGER
002980         THRU 4500-EXIT.
002990     PERFORM 5000-POST-ADJUSTMENTS
003000         THRU 5000-EXIT.
003010     PERFORM 7000-PRINT-SOURCE-TOTALS
003020         THRU 7000-EXIT.
003030     PERFORM 8000-PROVE-JOURNAL
003040         THRU 8000-EXIT.
003050     PERFORM 9000-TERMINATE
003060         THRU 9000-EXIT.
003070     STOP RUN.
003080
003090****************************************************************
003100*  1000-INITIALIZE
003110*
003120*  READS THE BUSINESS DATE, STARTS THE PROOF LISTING, CLEARS
003130*  THE BUCKETS AND TOTALS, AND LOADS THE ACCOUNT MAP AND THE
003140*  FLAVOR COSTS.
003150****************************************************************
003160 1000-INITIALIZE.
003170     PERFORM 1050-READ-CONTROL-FILE
003180         THRU 1050-EXIT.
003190     OPEN OUTPUT JOURNAL-PROOF.
003200     MOVE JF-BUSINESS-DATE TO JF-HD-DATE.
003210     WRITE JOURNAL-PROOF-RECORD FROM JF-HEADING-1.
003220     WRITE JOURNAL-PROOF-RECORD FROM JF-BLANK-LINE.
003230     INITIALIZE JF-SOURCE-TOTALS.
003240     PERFORM 1150-CLEAR-ONE-BUCKET
003250         THRU 1150-EXIT
003260         VARYING JF-K-SUB FROM 1 BY 1
003270         UNTIL JF-K-SUB > 9.
003280     PERFORM 1100-LOAD-ACCOUNT-MAP
003290         THRU 1100-EXIT.
003300     PERFORM 1200-LOAD-COSTS
003310         THRU 1200-EXIT.
003320 1000-EXIT.
003330     EXIT.
003340
003350****************************************************************
003360*  1050-READ-CONTROL-FILE
003370*
003380*  PICKS UP THE STORE'S BUSINESS DATE WHEN CONTROL-FILE EXISTS;
003390*  FALLS BACK TO THE SYSTEM CLOCK WHEN IT DOES NOT.
003400****************************************************************
003410 1050-READ-CONTROL-FILE.
003420     OPEN INPUT CONTROL-FILE.
003430     IF JF-CONTROL-STATUS = '35'
003440         ACCEPT JF-BUSINESS-DATE FROM DATE YYYYMMDD
003450     ELSE
003460         READ CONTROL-FILE
003470             AT END
003480                 ACCEPT JF-BUSINESS-DATE FROM DATE YYYYMMDD
003490             NOT AT END
003500                 MOVE CT-BUSINESS-DATE TO JF-BUSINESS-DATE
003510         END-READ
003520         CLOSE CONTROL-FILE
003530     END-IF.
003540 1050-EXIT.
003550     EXIT.
003560
003570****************************************************************
003580*  1100-LOAD-ACCOUNT-MAP
003590*
003600*  READS GL-ACCOUNT-MAP AND FILES EACH ACCOUNT UNDER ITS
003610*  BUCKET.  A KEY THE PROGRAM DOES NOT USE IS PASSED OVER; A
003620*  BUCKET LEFT UNMAPPED BLOCKS THE JOURNAL ONLY IF IT HAS
003630*  ACTIVITY.
003640****************************************************************
003650 1100-LOAD-ACCOUNT-MAP.
003660     OPEN INPUT GL-ACCOUNT-MAP.
003670     IF JF-MAP-STATUS = '35'
003680         MOVE "NO GL-ACCOUNT-MAP ON FILE - NO ACCOUNT IS MAPPED"
003690             TO JF-NOTE-TEXT
003700         WRITE JOURNAL-PROOF-RECORD FROM JF-NOTE-LINE
003710         GO TO 1100-EXIT.
003720     MOVE 'N' TO JF-EOF.
003730     PERFORM 1110-READ-MAP-RECORD
003740         THRU 1110-EXIT.
003750     PERFORM 1120-STORE-MAP-RECORD
003760         THRU 1120-EXIT
003770         UNTIL JF-END-OF-FILE.
003780     CLOSE GL-ACCOUNT-MAP.
003790 1100-EXIT.
003800     EXIT.
003810
003820****************************************************************
003830*  1110-READ-MAP-RECORD
003840*
003850*  READS ONE GL-ACCOUNT-MAP RECORD AHEAD.
003860****************************************************************
003870 1110-READ-MAP-RECORD.
003880     READ GL-ACCOUNT-MAP
003890         AT END MOVE 'Y' TO JF-EOF
003900     END-READ.
003910 1110-EXIT.
003920     EXIT.
003930
003940****************************************************************
003950*  1120-STORE-MAP-RECORD
003960*
003970*  FILES THE ACCOUNT JUST READ UNDER ITS BUCKET AND PRIMES THE
003980*  NEXT READ.
003990****************************************************************
004000 1120-STORE-MAP-RECORD.
004010     PERFORM 1130-MATCH-ONE-KEY
004020         THRU 1130-EXIT
004030         VARYING JF-K-SUB FROM 1 BY 1
004040         UNTIL JF-K-SUB > 9.
004050     PERFORM 1110-READ-MAP-RECORD
004060         THRU 1110-EXIT.
004070 1120-EXIT.
004080     EXIT.
004090
004100****************************************************************
004110*  1130-MATCH-ONE-KEY
004120*
004130*  TAKES THE MAP RECORD'S ACCOUNT WHEN ITS KEY IS BUCKET
004140*  JF-K-SUB.
004150****************************************************************
004160 1130-MATCH-ONE-KEY.
004170     IF GA-MAP-KEY = JF-KEY-NAME(JF-K-SUB)
004180         MOVE GA-GL-ACCOUNT TO JF-BK-ACCOUNT(JF-K-SUB)
004190         MOVE GA-ACCOUNT-NAME TO JF-BK-NAME(JF-K-SUB)
004200     END-IF.
004210 1130-EXIT.
004220     EXIT.
004230
004240****************************************************************
004250*  1150-CLEAR-ONE-BUCKET
004260*
004270*  EMPTIES ONE BUCKET: NO ACCOUNT YET, NOTHING POSTED.
004280****************************************************************
004290 1150-CLEAR-ONE-BUCKET.
004300     MOVE SPACES TO JF-BK-ACCOUNT(JF-K-SUB).
004310     MOVE "NOT MAPPED" TO JF-BK-NAME(JF-K-SUB).
004320     MOVE 0 TO JF-BK-DEBIT(JF-K-SUB).
004330     MOVE 0 TO JF-BK-CREDIT(JF-K-SUB).
004340 1150-EXIT.
004350     EXIT.
004360
004370****************************************************************
004380*  1200-LOAD-COSTS
004390*
004400*  FILLS JF-COST-TABLE FROM FLAVOR-COST.  A FLAVOR WITH NO COST
004410*  ON FILE VALUES ITS SHRINK AT ZERO, AND THE LISTING SAYS SO.
004420****************************************************************
004430 1200-LOAD-COSTS.
004440     PERFORM 1210-CLEAR-ONE-COST
004450         THRU 1210-EXIT
004460         VARYING JF-C-SUB FROM 1 BY 1
004470         UNTIL JF-C-SUB > 99.
004480     OPEN INPUT FLAVOR-COST.
004490     IF JF-COST-STATUS = '35'
004500         GO TO 1200-EXIT.
004510     MOVE 'N' TO JF-EOF.
004520     PERFORM 1220-READ-COST-RECORD
004530         THRU 1220-EXIT.
004540     PERFORM 1230-STORE-COST-RECORD
004550         THRU 1230-EXIT
004560         UNTIL JF-END-OF-FILE.
004570     CLOSE FLAVOR-COST.
004580 1200-EXIT.
004590     EXIT.
004600
004610****************************************************************
004620*  1210-CLEAR-ONE-COST
004630*
004640*  ZEROES ONE FLAVOR'S COST SLOT.
004650****************************************************************
004660 1210-CLEAR-ONE-COST.
004670     MOVE 0 TO JF-CODE-COST(JF-C-SUB).
004680 1210-EXIT.
004690     EXIT.
004700
004710****************************************************************
004720*  1220-READ-COST-RECORD
004730*
004740*  READS ONE FLAVOR-COST RECORD AHEAD.
004750****************************************************************
004760 1220-READ-COST-RECORD.
004770     READ FLAVOR-COST
004780         AT END MOVE 'Y' TO JF-EOF
004790     END-READ.
004800 1220-EXIT.
004810     EXIT.
004820
004830****************************************************************
004840*  1230-STORE-COST-RECORD
004850*
004860*  KEEPS THE COST FOR THE CODE JUST READ AND PRIMES THE NEXT
004870*  READ.
004880****************************************************************
004890 1230-STORE-COST-RECORD.
004900     IF CS-FLAVOR-CODE > 0 AND CS-UNIT-COST IS NUMERIC
004910         MOVE CS-UNIT-COST TO JF-CODE-COST(CS-FLAVOR-CODE)
004920     END-IF.
004930     PERFORM 1220-READ-COST-RECORD
004940         THRU 1220-EXIT.
004950 1230-EXIT.
004960     EXIT.
004970
004980****************************************************************
004990*  2000-POST-ORDER-FILE
005000*
005010*  POSTS EVERY RECORD ON THE DAY'S ORDER-FILE.  A MISSING FILE
005020*  IS A DAY WITH NO SALES.
005030****************************************************************
005040 2000-POST-ORDER-FILE.
005050     OPEN INPUT ORDER-FILE.
005060     IF JF-ORDER-STATUS = '35'
005070         MOVE "NO ORDER-FILE - NO SALES TO JOURNAL"
005080             TO JF-NOTE-TEXT
005090         WRITE JOURNAL-PROOF-RECORD FROM JF-NOTE-LINE
005100         GO TO 2000-EXIT.
005110     MOVE 'N' TO JF-EOF.
005120     PERFORM 2010-READ-ORDER-RECORD
005130         THRU 2010-EXIT.
005140     PERFORM 2020-POST-ONE-ORDER
005150         THRU 2020-EXIT
005160         UNTIL JF-END-OF-FILE.
005170     CLOSE ORDER-FILE.
005180 2000-EXIT.
005190     EXIT.
005200
005210****************************************************************
005220*  2010-READ-ORDER-RECORD
005230*
005240*  READS ONE ORDER-FILE RECORD AHEAD.
005250****************************************************************
005260 2010-READ-ORDER-RECORD.
005270     READ ORDER-FILE
005280         AT END MOVE 'Y' TO JF-EOF
005290     END-READ.
005300 2010-EXIT.
005310     EXIT.
005320
005330****************************************************************
005340*  2020-POST-ONE-ORDER
005350*
005360*  POSTS ONE ORDER-FILE RECORD BY TYPE AND PRIMES THE NEXT
005370*  READ.  STORE-CREDIT TENDERS AND REFUNDS ARE ONLY TOTALED
005380*  HERE; THEIR LIABILITY SIDE POSTS OFF CREDIT-LEDGER.
005390****************************************************************
005400 2020-POST-ONE-ORDER.
005410     ADD 1 TO JF-ORDERS-READ.
005420     EVALUATE OR-RECORD-TYPE
005430         WHEN 'S'
005440             PERFORM 2100-POST-SALE
005450                 THRU 2100-EXIT
005460         WHEN 'V'
005470             PERFORM 2200-POST-VOID
005480                 THRU 2200-EXIT
005490         WHEN 'T'
005500             PERFORM 2300-POST-TENDER
005510                 THRU 2300-EXIT
005520     END-EVALUATE.
005530     PERFORM 2010-READ-ORDER-RECORD
005540         THRU 2010-EXIT.
005550 2020-EXIT.
005560     EXIT.
005570
005580****************************************************************
005590*  2100-POST-SALE
005600*
005610*  CREDITS SALES AND SALES TAX FOR A TYPE-S LINE.  A BATCH
005620*  LINE (STATION 00) NEVER GETS A TENDER, SO IT DEBITS AR FOR
005630*  THE TAX-INCLUSIVE AMOUNT HERE.
005640****************************************************************
005650 2100-POST-SALE.
005660     ADD OR-LINE-TOTAL TO JF-SALES-TOTAL.
005670     ADD OR-TAX-AMOUNT TO JF-SALES-TAX.
005680     MOVE JF-K-SALES TO JF-POST-KEY.
005690     MOVE 'C' TO JF-POST-SIDE.
005700     MOVE OR-LINE-TOTAL TO JF-POST-AMOUNT.
005710     PERFORM 6000-POST-AMOUNT
005720         THRU 6000-EXIT.
005730     MOVE JF-K-SALESTAX TO JF-POST-KEY.
005740     MOVE 'C' TO JF-POST-SIDE.
005750     MOVE OR-TAX-AMOUNT TO JF-POST-AMOUNT.
005760     PERFORM 6000-POST-AMOUNT
005770         THRU 6000-EXIT.
005780     IF OR-STATION-ID = '00'
005790         COMPUTE JF-POST-AMOUNT = OR-LINE-TOTAL + OR-TAX-AMOUNT
005800         ADD JF-POST-AMOUNT TO JF-ON-ACCOUNT
005810         MOVE JF-K-AR TO JF-POST-KEY
005820         MOVE 'D' TO JF-POST-SIDE
005830         PERFORM 6000-POST-AMOUNT
005840             THRU 6000-EXIT
005850     END-IF.
005860 2100-EXIT.
005870     EXIT.
005880
005890****************************************************************
005900*  2200-POST-VOID
005910*
005920*  DEBITS SALES AND SALES TAX BACK FOR A TYPE-V REVERSAL.  A
005930*  CASH REFUND CREDITS CASH FOR THE TAX-INCLUSIVE AMOUNT, AS
005940*  THE DRAWER PROOF COUNTS IT; A KIOSK VOID BEFORE PAYMENT
005950*  (NO TENDER) MOVED NO MONEY.
005960****************************************************************
005970 2200-POST-VOID.
005980     ADD OR-LINE-TOTAL TO JF-VOID-TOTAL.
005990     ADD OR-TAX-AMOUNT TO JF-VOID-TAX.
006000     MOVE JF-K-SALES TO JF-POST-KEY.
006010     MOVE 'D' TO JF-POST-SIDE.
006020     MOVE OR-LINE-TOTAL TO JF-POST-AMOUNT.
006030     PERFORM 6000-POST-AMOUNT
006040         THRU 6000-EXIT.
006050     MOVE JF-K-SALESTAX TO JF-POST-KEY.
006060     MOVE 'D' TO JF-POST-SIDE.
006070     MOVE OR-TAX-AMOUNT TO JF-POST-AMOUNT.
006080     PERFORM 6000-POST-AMOUNT
006090         THRU 6000-EXIT.
006100     COMPUTE JF-POST-AMOUNT = OR-LINE-TOTAL + OR-TAX-AMOUNT.
006110     EVALUATE OR-TENDER-TYPE
006120         WHEN 'C'
006130             ADD JF-POST-AMOUNT TO JF-CASH-REFUNDS
006140             MOVE JF-K-CASH TO JF-POST-KEY
006150             MOVE 'C' TO JF-POST-SIDE
006160             PERFORM 6000-POST-AMOUNT
006170                 THRU 6000-EXIT
006180         WHEN 'D'
006190             MOVE JF-K-CARDREC TO JF-POST-KEY
006200             MOVE 'C' TO JF-POST-SIDE
006210             PERFORM 6000-POST-AMOUNT
006220                 THRU 6000-EXIT
006230         WHEN 'R'
006240             ADD OR-TENDER-AMOUNT TO JF-CREDIT-REFUNDS
006250     END-EVALUATE.
006260 2200-EXIT.
006270     EXIT.
006280
006290****************************************************************
006300*  2300-POST-TENDER
006310*
006320*  DEBITS CASH OR CARD RECEIVABLE FOR A TYPE-T TENDER'S
006330*  TAX-INCLUSIVE ORDER TOTAL (WHAT WAS KEPT, NOT WHAT WAS
006340*  HANDED OVER BEFORE CHANGE).
006350****************************************************************
006360 2300-POST-TENDER.
006370     MOVE OR-LINE-TOTAL TO JF-POST-AMOUNT.
006380     EVALUATE OR-TENDER-TYPE
006390         WHEN 'C'
006400             ADD OR-LINE-TOTAL TO JF-CASH-TENDERS
006410             MOVE JF-K-CASH TO JF-POST-KEY
006420             MOVE 'D' TO JF-POST-SIDE
006430             PERFORM 6000-POST-AMOUNT
006440                 THRU 6000-EXIT
006450         WHEN 'D'
006460             ADD OR-LINE-TOTAL TO JF-CARD-TENDERS
006470             MOVE JF-K-CARDREC TO JF-POST-KEY
006480             MOVE 'D' TO JF-POST-SIDE
006490             PERFORM 6000-POST-AMOUNT
006500                 THRU 6000-EXIT
006510         WHEN 'R'
006520             ADD OR-LINE-TOTAL TO JF-CREDIT-TENDERS
006530     END-EVALUATE.
006540 2300-EXIT.
006550     EXIT.
006560
006570****************************************************************
006580*  3000-POST-CLOSEOUTS
006590*
006600*  POSTS THE OVER/SHORT OF EVERY CLOSE-OUT STAMPED WITH THE
006610*  BUSINESS DATE: AN OVER DEBITS CASH AND CREDITS OVER/SHORT,
006620*  A SHORT THE REVERSE.
006630****************************************************************
006640 3000-POST-CLOSEOUTS.
006650     OPEN INPUT CLOSEOUT-FILE.
006660     IF JF-CLOSEOUT-STATUS = '35'
006670         GO TO 3000-EXIT.
006680     MOVE 'N' TO JF-EOF.
006690     PERFORM 3010-READ-CLOSEOUT-RECORD
006700         THRU 3010-EXIT.
006710     PERFORM 3020-POST-ONE-CLOSEOUT
006720         THRU 3020-EXIT
006730         UNTIL JF-END-OF-FILE.
006740     CLOSE CLOSEOUT-FILE.
006750 3000-EXIT.
006760     EXIT.
006770
006780****************************************************************
006790*  3010-READ-CLOSEOUT-RECORD
006800*
006810*  READS ONE CLOSEOUT-FILE RECORD AHEAD.
006820****************************************************************
006830 3010-READ-CLOSEOUT-RECORD.
006840     READ CLOSEOUT-FILE
006850         AT END MOVE 'Y' TO JF-EOF
006860     END-READ.
006870 3010-EXIT.
006880     EXIT.
006890
006900****************************************************************
006910*  3020-POST-ONE-CLOSEOUT
006920*
006930*  POSTS ONE CLOSE-OUT'S OVER/SHORT AND PRIMES THE NEXT READ.
006940****************************************************************
006950 3020-POST-ONE-CLOSEOUT.
006960     IF CL-CLOSE-DATE = JF-BUSINESS-DATE
006970         AND CL-OVER-SHORT IS NUMERIC
006980         ADD 1 TO JF-CLOSEOUTS-USED
006990         ADD CL-OVER-SHORT TO JF-OVER-SHORT
007000         MOVE JF-K-CASH TO JF-POST-KEY
007010         MOVE 'D' TO JF-POST-SIDE
007020         MOVE CL-OVER-SHORT TO JF-POST-AMOUNT
007030         PERFORM 6000-POST-AMOUNT
007040             THRU 6000-EXIT
007050         MOVE JF-K-OVRSHORT TO JF-POST-KEY
007060         MOVE 'C' TO JF-POST-SIDE
007070         MOVE CL-OVER-SHORT TO JF-POST-AMOUNT
007080         PERFORM 6000-POST-AMOUNT
007090             THRU 6000-EXIT
007100     END-IF.
007110     PERFORM 3010-READ-CLOSEOUT-RECORD
007120         THRU 3010-EXIT.
007130 3020-EXIT.
007140     EXIT.
007150
007160****************************************************************
007170*  4000-POST-AR-LEDGER
007180*
007190*  POSTS THE DAY'S AR-LEDGER PAYMENTS (CASH DEBIT, AR CREDIT)
007200*  AND TOTALS THE DAY'S INVOICES FOR THE PROOF AGAINST THE
007210*  BATCH LINES.
007220****************************************************************
007230 4000-POST-AR-LEDGER.
007240     OPEN INPUT AR-LEDGER.
007250     IF JF-AR-STATUS = '35'
007260         GO TO 4000-EXIT.
007270     MOVE 'N' TO JF-EOF.
007280     PERFORM 4010-READ-AR-RECORD
007290         THRU 4010-EXIT.
007300     PERFORM 4020-POST-ONE-AR-RECORD
007310         THRU 4020-EXIT
007320         UNTIL JF-END-OF-FILE.
007330     CLOSE AR-LEDGER.
007340 4000-EXIT.
007350     EXIT.
007360
007370****************************************************************
007380*  4010-READ-AR-RECORD
007390*
007400*  READS ONE AR-LEDGER RECORD AHEAD.
007410****************************************************************
007420 4010-READ-AR-RECORD.
007430     READ AR-LEDGER
007440         AT END MOVE 'Y' TO JF-EOF
007450     END-READ.
007460 4010-EXIT.
007470     EXIT.
007480
007490****************************************************************
007500*  4020-POST-ONE-AR-RECORD
007510*
007520*  POSTS ONE AR-LEDGER RECORD DATED WITH THE BUSINESS DATE AND
007530*  PRIMES THE NEXT READ.
007540****************************************************************
007550 4020-POST-ONE-AR-RECORD.
007560     IF AR-TRANS-DATE NOT = JF-BUSINESS-DATE
007570         GO TO 4020-NEXT.
007580     ADD 1 TO JF-LEDGER-ENTRIES.
007590     IF AR-RECORD-TYPE = 'I'
007600         ADD AR-AMOUNT TO JF-AR-INVOICED
007610         GO TO 4020-NEXT.
007620     IF AR-RECORD-TYPE = 'P'
007630         ADD AR-AMOUNT TO JF-AR-PAID
007640         MOVE JF-K-CASH TO JF-POST-KEY
007650         MOVE 'D' TO JF-POST-SIDE
007660         MOVE AR-AMOUNT TO JF-POST-AMOUNT
007670         PERFORM 6000-POST-AMOUNT
007680             THRU 6000-EXIT
007690         MOVE JF-K-AR TO JF-POST-KEY
007700         MOVE 'C' TO JF-POST-SIDE
007710         MOVE AR-AMOUNT TO JF-POST-AMOUNT
007720         PERFORM 6000-POST-AMOUNT
007730             THRU 6000-EXIT
007740     END-IF.
007750 4020-NEXT.
007760     PERFORM 4010-READ-AR-RECORD
007770         THRU 4010-EXIT.
007780 4020-EXIT.
007790     EXIT.
007800
007810****************************************************************
007820*  4500-POST-CREDIT-LEDGER
007830*
007840*  POSTS THE DAY'S CREDIT-LEDGER ENTRIES.  AN ISSUE (A REFUND
007850*  TAKEN AS CREDIT) CREDITS THE LIABILITY; A REDEMPTION (CREDIT
007860*  SPENT AT THE KIOSK) DEBITS IT.  THE OTHER SIDES ARE THE
007870*  VOID'S SALES REVERSAL AND THE TENDERED SALE ALREADY ON
007880*  ORDER-FILE, SO A LEDGER THAT DISAGREES WITH ORDER-FILE
007890*  THROWS THE JOURNAL OUT OF BALANCE.
007900****************************************************************
007910 4500-POST-CREDIT-LEDGER.
007920     OPEN INPUT CREDIT-LEDGER.
007930     IF JF-CREDIT-STATUS = '35'
007940         GO TO 4500-EXIT.
007950     MOVE 'N' TO JF-EOF.
007960     PERFORM 4510-READ-CREDIT-RECORD
007970         THRU 4510-EXIT.
007980     PERFORM 4520-POST-ONE-CREDIT-RECORD
007990         THRU 4520-EXIT
008000         UNTIL JF-END-OF-FILE.
008010     CLOSE CREDIT-LEDGER.
008020 4500-EXIT.
008030     EXIT.
008040
008050****************************************************************
008060*  4510-READ-CREDIT-RECORD
008070*
008080*  READS ONE CREDIT-LEDGER RECORD AHEAD.
008090****************************************************************
008100 4510-READ-CREDIT-RECORD.
008110     READ CREDIT-LEDGER
008120         AT END MOVE 'Y' TO JF-EOF
008130     END-READ.
008140 4510-EXIT.
008150     EXIT.
008160
008170****************************************************************
008180*  4520-POST-ONE-CREDIT-RECORD
008190*
008200*  POSTS ONE CREDIT-LEDGER ENTRY DATED WITH THE BUSINESS DATE
008210*  AND PRIMES THE NEXT READ.
008220****************************************************************
008230 4520-POST-ONE-CREDIT-RECORD.
008240     IF CR-TRANS-DATE = JF-BUSINESS-DATE
008250         ADD 1 TO JF-LEDGER-ENTRIES
008260         MOVE JF-K-CREDIT TO JF-POST-KEY
008270         MOVE CR-AMOUNT TO JF-POST-AMOUNT
008280         IF CR-TRANS-TYPE = 'I'
008290             ADD CR-AMOUNT TO JF-CREDIT-ISSUED
008300             MOVE 'C' TO JF-POST-SIDE
008310             PERFORM 6000-POST-AMOUNT
008320                 THRU 6000-EXIT
008330         END-IF
008340         IF CR-TRANS-TYPE = 'R'
008350             ADD CR-AMOUNT TO JF-CREDIT-REDEEMED
008360             MOVE 'D' TO JF-POST-SIDE
008370             PERFORM 6000-POST-AMOUNT
008380                 THRU 6000-EXIT
008390         END-IF
008400     END-IF.
008410     PERFORM 4510-READ-CREDIT-RECORD
008420         THRU 4510-EXIT.
008430 4520-EXIT.
008440     EXIT.
008450
008460****************************************************************
008470*  5000-POST-ADJUSTMENTS
008480*
008490*  VALUES THE DAY'S ADJUST-LOG ENTRIES AT FLAVOR-COST: A DOWN
008500*  ADJUSTMENT DEBITS SHRINK AND CREDITS INVENTORY, AN UP COUNT
008510*  CORRECTION THE REVERSE.
008520****************************************************************
008530 5000-POST-ADJUSTMENTS.
008540     OPEN INPUT ADJUST-LOG.
008550     IF JF-ADJUST-STATUS = '35'
008560         GO TO 5000-EXIT.
008570     MOVE 'N' TO JF-EOF.
008580     PERFORM 5010-READ-ADJUST-RECORD
008590         THRU 5010-EXIT.
008600     PERFORM 5020-POST-ONE-ADJUSTMENT
008610         THRU 5020-EXIT
008620         UNTIL JF-END-OF-FILE.
008630     CLOSE ADJUST-LOG.
008640 5000-EXIT.
008650     EXIT.
008660
008670****************************************************************
008680*  5010-READ-ADJUST-RECORD
008690*
008700*  READS ONE ADJUST-LOG RECORD AHEAD.
008710****************************************************************
008720 5010-READ-ADJUST-RECORD.
008730     READ ADJUST-LOG
008740         AT END MOVE 'Y' TO JF-EOF
008750     END-READ.
008760 5010-EXIT.
008770     EXIT.
008780
008790****************************************************************
008800*  5020-POST-ONE-ADJUSTMENT
008810*
008820*  POSTS ONE ADJUSTMENT DATED WITH THE BUSINESS DATE AND PRIMES
008830*  THE NEXT READ.
008840****************************************************************
008850 5020-POST-ONE-ADJUSTMENT.
008860     IF AJ-ADJUST-DATE NOT = JF-BUSINESS-DATE
008870         OR AJ-FLAVOR-CODE = 0
008880         GO TO 5020-NEXT.
008890     ADD 1 TO JF-ADJUSTS-USED.
008900     IF JF-CODE-COST(AJ-FLAVOR-CODE) = 0
008910         ADD 1 TO JF-NO-COST-COUNT
008920     END-IF.
008930     COMPUTE JF-ADJUST-VALUE =
008940         AJ-QUANTITY * JF-CODE-COST(AJ-FLAVOR-CODE).
008950     IF AJ-DIRECTION = '+'
008960         SUBTRACT AJ-QUANTITY FROM JF-SHRINK-UNITS
008970         MULTIPLY -1 BY JF-ADJUST-VALUE
008980     ELSE
008990         ADD AJ-QUANTITY TO JF-SHRINK-UNITS
009000     END-IF.
009010     ADD JF-ADJUST-VALUE TO JF-SHRINK-VALUE.
009020     MOVE JF-K-SHRINK TO JF-POST-KEY.
009030     MOVE 'D' TO JF-POST-SIDE.
009040     MOVE JF-ADJUST-VALUE TO JF-POST-AMOUNT.
009050     PERFORM 6000-POST-AMOUNT
009060         THRU 6000-EXIT.
009070     MOVE JF-K-INVENTORY TO JF-POST-KEY.
009080     MOVE 'C' TO JF-POST-SIDE.
009090     MOVE JF-ADJUST-VALUE TO JF-POST-AMOUNT.
009100     PERFORM 6000-POST-AMOUNT
009110         THRU 6000-EXIT.
009120 5020-NEXT.
009130     PERFORM 5010-READ-ADJUST-RECORD
009140         THRU 5010-EXIT.
009150 5020-EXIT.
009160     EXIT.
009170
009180****************************************************************
009190*  6000-POST-AMOUNT
009200*
009210*  ADDS JF-POST-AMOUNT TO BUCKET JF-POST-KEY ON SIDE
009220*  JF-POST-SIDE.  A NEGATIVE AMOUNT POSTS ITS SIZE TO THE
009230*  OPPOSITE SIDE, SO A SHORT DRAWER OR AN UP COUNT CORRECTION
009240*  NEEDS NO SPECIAL CASE.
009250****************************************************************
009260 6000-POST-AMOUNT.
009270     IF JF-POST-AMOUNT < 0
009280         MULTIPLY -1 BY JF-POST-AMOUNT
009290         IF JF-POST-SIDE = 'D'
009300             MOVE 'C' TO JF-POST-SIDE
009310         ELSE
009320             MOVE 'D' TO JF-POST-SIDE
009330         END-IF
009340     END-IF.
009350     IF JF-POST-SIDE = 'D'
009360         ADD JF-POST-AMOUNT TO JF-BK-DEBIT(JF-POST-KEY)
009370     ELSE
009380         ADD JF-POST-AMOUNT TO JF-BK-CREDIT(JF-POST-KEY)
009390     END-IF.
009400 6000-EXIT.
009410     EXIT.
009420
009430****************************************************************
009440*  7000-PRINT-SOURCE-TOTALS
009450*
009460*  PRINTS WHAT EACH SOURCE FILE CONTRIBUTED, SO A JOURNAL THAT
009470*  WILL NOT BALANCE CAN BE TRACED TO THE FILE THAT DISAGREES.
009480****************************************************************
009490 7000-PRINT-SOURCE-TOTALS.
009500     MOVE "SOURCE TOTALS" TO JF-SECTION-TEXT.
009510     WRITE JOURNAL-PROOF-RECORD FROM JF-SECTION-LINE.
009520     MOVE "ORDER-FILE SALES (NET OF TAX)" TO JF-SO-LABEL.
009530     MOVE JF-SALES-TOTAL TO JF-SO-AMOUNT.
009540     WRITE JOURNAL-PROOF-RECORD FROM JF-SOURCE-LINE.
009550     MOVE "ORDER-FILE SALES TAX" TO JF-SO-LABEL.
009560     MOVE JF-SALES-TAX TO JF-SO-AMOUNT.
009570     WRITE JOURNAL-PROOF-RECORD FROM JF-SOURCE-LINE.
009580     MOVE "ORDER-FILE REVERSALS (NET OF TAX)" TO JF-SO-LABEL.
009590     MOVE JF-VOID-TOTAL TO JF-SO-AMOUNT.
009600     WRITE JOURNAL-PROOF-RECORD FROM JF-SOURCE-LINE.
009610     MOVE "ORDER-FILE REVERSAL TAX" TO JF-SO-LABEL.
009620     MOVE JF-VOID-TAX TO JF-SO-AMOUNT.
009630     WRITE JOURNAL-PROOF-RECORD FROM JF-SOURCE-LINE.
009640     MOVE "BATCH SALES ON ACCOUNT (WITH TAX)" TO JF-SO-LABEL.
009650     MOVE JF-ON-ACCOUNT TO JF-SO-AMOUNT.
009660     WRITE JOURNAL-PROOF-RECORD FROM JF-SOURCE-LINE.
009670     MOVE "CASH TENDERS" TO JF-SO-LABEL.
009680     MOVE JF-CASH-TENDERS TO JF-SO-AMOUNT.
009690     WRITE JOURNAL-PROOF-RECORD FROM JF-SOURCE-LINE.
009700     MOVE "CARD TENDERS" TO JF-SO-LABEL.
009710     MOVE JF-CARD-TENDERS TO JF-SO-AMOUNT.
009720     WRITE JOURNAL-PROOF-RECORD FROM JF-SOURCE-LINE.
009730     MOVE "STORE-CREDIT TENDERS" TO JF-SO-LABEL.
009740     MOVE JF-CREDIT-TENDERS TO JF-SO-AMOUNT.
009750     WRITE JOURNAL-PROOF-RECORD FROM JF-SOURCE-LINE.
009760     MOVE "CASH REFUNDS (WITH TAX)" TO JF-SO-LABEL.
009770     MOVE JF-CASH-REFUNDS TO JF-SO-AMOUNT.
009780     WRITE JOURNAL-PROOF-RECORD FROM JF-SOURCE-LINE.
009790     MOVE "REFUNDS TO STORE CREDIT" TO JF-SO-LABEL.
009800     MOVE JF-CREDIT-REFUNDS TO JF-SO-AMOUNT.
009810     WRITE JOURNAL-PROOF-RECORD FROM JF-SOURCE-LINE.
009820     MOVE "CREDIT-LEDGER ISSUED" TO JF-SO-LABEL.
009830     MOVE JF-CREDIT-ISSUED TO JF-SO-AMOUNT.
009840     WRITE JOURNAL-PROOF-RECORD FROM JF-SOURCE-LINE.
009850     MOVE "CREDIT-LEDGER REDEEMED" TO JF-SO-LABEL.
009860     MOVE JF-CREDIT-REDEEMED TO JF-SO-AMOUNT.
009870     WRITE JOURNAL-PROOF-RECORD FROM JF-SOURCE-LINE.
009880     MOVE "AR-LEDGER INVOICED" TO JF-SO-LABEL.
009890     MOVE JF-AR-INVOICED TO JF-SO-AMOUNT.
009900     WRITE JOURNAL-PROOF-RECORD FROM JF-SOURCE-LINE.
009910     MOVE "AR-LEDGER PAYMENTS" TO JF-SO-LABEL.
009920     MOVE JF-AR-PAID TO JF-SO-AMOUNT.
009930     WRITE JOURNAL-PROOF-RECORD FROM JF-SOURCE-LINE.
009940     MOVE "CLOSE-OUT OVER/SHORT" TO JF-SO-LABEL.
009950     MOVE JF-OVER-SHORT TO JF-SO-AMOUNT.
009960     WRITE JOURNAL-PROOF-RECORD FROM JF-SOURCE-LINE.
009970     MOVE "SHRINK AT FLAVOR-COST" TO JF-SO-LABEL.
009980     MOVE JF-SHRINK-VALUE TO JF-SO-AMOUNT.
009990     WRITE JOURNAL-PROOF-RECORD FROM JF-SOURCE-LINE.
010000     IF JF-CREDIT-TENDERS NOT = JF-CREDIT-REDEEMED
010010         MOVE "STORE-CREDIT TENDERS DISAGREE WITH CREDIT-LEDGER"
010020             TO JF-NOTE-TEXT
010030         WRITE JOURNAL-PROOF-RECORD FROM JF-NOTE-LINE
010040     END-IF.
010050     IF JF-CREDIT-REFUNDS NOT = JF-CREDIT-ISSUED
010060         MOVE "REFUNDS TO CREDIT DISAGREE WITH CREDIT-LEDGER"
010070             TO JF-NOTE-TEXT
010080         WRITE JOURNAL-PROOF-RECORD FROM JF-NOTE-LINE
010090     END-IF.
010100     IF JF-AR-INVOICED NOT = JF-ON-ACCOUNT
010110         MOVE "INVOICED DIFFERS FROM BATCH SALES - AR IS BOOKED"
010120             TO JF-NOTE-TEXT
010130         WRITE JOURNAL-PROOF-RECORD FROM JF-NOTE-LINE
010140         MOVE "  OFF THE BATCH LINES; CHECK THE INVOICE REGISTER"
010150             TO JF-NOTE-TEXT
010160         WRITE JOURNAL-PROOF-RECORD FROM JF-NOTE-LINE
010170     END-IF.
010180     IF JF-NO-COST-COUNT > 0
010190         MOVE "SOME ADJUSTMENTS HAVE NO FLAVOR-COST - VALUED AT 0"
010200             TO JF-NOTE-TEXT
010210         WRITE JOURNAL-PROOF-RECORD FROM JF-NOTE-LINE
010220     END-IF.
010230     WRITE JOURNAL-PROOF-RECORD FROM JF-BLANK-LINE.
010240 7000-EXIT.
010250     EXIT.
010260
010270****************************************************************
010280*  8000-PROVE-JOURNAL
010290*
010300*  PRINTS EVERY JOURNAL LINE AND THE TOTALS, AND WRITES
010310*  GL-JOURNAL ONLY WHEN DEBITS EQUAL CREDITS AND EVERY ACCOUNT
010320*  USED IS MAPPED.  A REFUSED JOURNAL LEAVES GL-JOURNAL EMPTY,
010330*  SO NEITHER A HALF-RIGHT ONE NOR AN EARLIER DAY'S CAN BE
010340*  IMPORTED BY MISTAKE.
010350****************************************************************
010360 8000-PROVE-JOURNAL.
010370     WRITE JOURNAL-PROOF-RECORD FROM JF-HEADING-2.
010380     WRITE JOURNAL-PROOF-RECORD FROM JF-BLANK-LINE.
010390     PERFORM 8100-PRINT-ONE-BUCKET
010400         THRU 8100-EXIT
010410         VARYING JF-K-SUB FROM 1 BY 1
010420         UNTIL JF-K-SUB > 9.
010430     WRITE JOURNAL-PROOF-RECORD FROM JF-BLANK-LINE.
010440     MOVE JF-TOTAL-DEBITS TO JF-TO-DEBIT.
010450     MOVE JF-TOTAL-CREDITS TO JF-TO-CREDIT.
010460     WRITE JOURNAL-PROOF-RECORD FROM JF-TOTAL-LINE.
010470     WRITE JOURNAL-PROOF-RECORD FROM JF-BLANK-LINE.
010480     COMPUTE JF-DIFFERENCE = JF-TOTAL-DEBITS - JF-TOTAL-CREDITS.
010490     IF JF-DIFFERENCE NOT = 0
010500         MOVE "JOURNAL OUT OF BALANCE BY" TO JF-SO-LABEL
010510         MOVE JF-DIFFERENCE TO JF-SO-AMOUNT
010520         WRITE JOURNAL-PROOF-RECORD FROM JF-SOURCE-LINE
010530     END-IF.
010540     IF JF-UNMAPPED = 'Y'
010550         MOVE "ACCOUNT WITH ACTIVITY NOT ON GL-ACCOUNT-MAP"
010560             TO JF-NOTE-TEXT
010570         WRITE JOURNAL-PROOF-RECORD FROM JF-NOTE-LINE
010580     END-IF.
010590     IF JF-DIFFERENCE NOT = 0 OR JF-UNMAPPED = 'Y'
010600         MOVE "JOURNAL REFUSED - GL-JOURNAL LEFT EMPTY"
010610             TO JF-NOTE-TEXT
010620         WRITE JOURNAL-PROOF-RECORD FROM JF-NOTE-LINE
010630         OPEN OUTPUT GL-JOURNAL
010640         CLOSE GL-JOURNAL
010650         MOVE 8 TO RETURN-CODE
010660         GO TO 8000-EXIT.
010670     OPEN OUTPUT GL-JOURNAL.
010680     PERFORM 8200-WRITE-ONE-BUCKET
010690         THRU 8200-EXIT
010700         VARYING JF-K-SUB FROM 1 BY 1
010710         UNTIL JF-K-SUB > 9.
010720     CLOSE GL-JOURNAL.
010730     MOVE 'Y' TO JF-JOURNAL-OK.
010740     MOVE "IN BALANCE - GL-JOURNAL WRITTEN" TO JF-NOTE-TEXT.
010750     WRITE JOURNAL-PROOF-RECORD FROM JF-NOTE-LINE.
010760 8000-EXIT.
010770     EXIT.
010780
010790****************************************************************
010800*  8100-PRINT-ONE-BUCKET
010810*
010820*  PRINTS ONE BUCKET'S DEBIT AND CREDIT, ROLLS THE JOURNAL
010830*  TOTALS, AND NOTES AN UNMAPPED BUCKET THAT SAW ACTIVITY.  A
010840*  BUCKET WITH NOTHING POSTED IS PASSED OVER.
010850****************************************************************
010860 8100-PRINT-ONE-BUCKET.
010870     IF JF-BK-DEBIT(JF-K-SUB) = 0 AND JF-BK-CREDIT(JF-K-SUB) = 0
010880         GO TO 8100-EXIT.
010890     IF JF-BK-ACCOUNT(JF-K-SUB) = SPACES
010900         MOVE 'Y' TO JF-UNMAPPED
010910     END-IF.
010920     MOVE JF-BK-ACCOUNT(JF-K-SUB) TO JF-DE-ACCOUNT.
010930     MOVE JF-KEY-NAME(JF-K-SUB) TO JF-DE-KEY.
010940     MOVE JF-BK-NAME(JF-K-SUB) TO JF-DE-NAME.
010950     MOVE JF-BK-DEBIT(JF-K-SUB) TO JF-DE-DEBIT.
010960     MOVE JF-BK-CREDIT(JF-K-SUB) TO JF-DE-CREDIT.
010970     WRITE JOURNAL-PROOF-RECORD FROM JF-DETAIL-LINE.
010980     ADD JF-BK-DEBIT(JF-K-SUB) TO JF-TOTAL-DEBITS.
010990     ADD JF-BK-CREDIT(JF-K-SUB) TO JF-TOTAL-CREDITS.
011000 8100-EXIT.
011010     EXIT.
011020
011030****************************************************************
011040*  8200-WRITE-ONE-BUCKET
011050*
011060*  WRITES ONE BUCKET'S DEBIT AND CREDIT AS SEPARATE GL-JOURNAL
011070*  LINES, SKIPPING A ZERO SIDE.
011080****************************************************************
011090 8200-WRITE-ONE-BUCKET.
011100     MOVE JF-BUSINESS-DATE TO GJ-JOURNAL-DATE.
011110     MOVE JF-BK-ACCOUNT(JF-K-SUB) TO GJ-GL-ACCOUNT.
011120     MOVE JF-KEY-NAME(JF-K-SUB) TO GJ-MAP-KEY.
011130     MOVE JF-BK-NAME(JF-K-SUB) TO GJ-ACCOUNT-NAME.
011140     IF JF-BK-DEBIT(JF-K-SUB) NOT = 0
011150         MOVE 'D' TO GJ-DEBIT-CREDIT
011160         MOVE JF-BK-DEBIT(JF-K-SUB) TO GJ-AMOUNT
011170         WRITE GL-JOURNAL-RECORD
011180         ADD 1 TO JF-JOURNAL-LINES
011190     END-IF.
011200     IF JF-BK-CREDIT(JF-K-SUB) NOT = 0
011210         MOVE 'C' TO GJ-DEBIT-CREDIT
011220         MOVE JF-BK-CREDIT(JF-K-SUB) TO GJ-AMOUNT
011230         WRITE GL-JOURNAL-RECORD
011240         ADD 1 TO JF-JOURNAL-LINES
011250     END-IF.
011260 8200-EXIT.
011270     EXIT.
011280
011290****************************************************************
011300*  9000-TERMINATE
011310*
011320*  CLOSES THE PROOF LISTING AND SIGNS OFF.
011330****************************************************************
011340 9000-TERMINATE.
011350     CLOSE JOURNAL-PROOF.
011360     IF JF-JOURNAL-OK = 'Y'
011370         DISPLAY "JELLO-JOURNAL: " JF-JOURNAL-LINES
011380             " journal line(s) written for " JF-BUSINESS-DATE
011390             " - see JOURNAL-PROOF."
011400     ELSE
011410         DISPLAY "JELLO-JOURNAL: journal refused for "
011420             JF-BUSINESS-DATE " - see JOURNAL-PROOF."
011430     END-IF.
011440 9000-EXIT.
011450     EXIT.
011460
011470 END PROGRAM JELLO-JOURNAL.
