000150*
000160*  MODIFICATION HISTORY
000170*      2026-09-02  AB  ORIGINAL VERSION.
000180*      2026-10-15  AB  FLAVOR CODES RUN TO 99 NOW; THE BY-CODE
000190*                      TABLES ARE WIDENED TO MATCH.
000200****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. JELLO-SHRINK.
000230 AUTHOR. Amanda Boutwell.
000240 INSTALLATION. COUNTER SALES.
000250 DATE-WRITTEN. September 2, 2026.
000260 DATE-COMPILED.
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. GNUCOBOL.
000310 OBJECT-COMPUTER. GNUCOBOL.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT ADJUST-LOG ASSIGN TO "ADJUST-LOG"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS JK-LOG-STATUS.
000370     SELECT FLAVOR-MASTER ASSIGN TO "FLAVOR-MASTER"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT SHRINK-REPORT ASSIGN TO "SHRINK-REPORT"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  ADJUST-LOG
000450     LABEL RECORDS ARE STANDARD.
000460 01  ADJUST-LOG-RECORD.
000470     COPY "adjrec.cpy".
000480
000490 FD  FLAVOR-MASTER
000500     LABEL RECORDS ARE STANDARD.
000510 01  FLAVOR-MASTER-RECORD.
000520     COPY "flvmast.cpy".
000530
000540 FD  SHRINK-REPORT
000550     LABEL RECORDS ARE STANDARD.
000560 01  SHRINK-REPORT-RECORD        PIC X(80).
000570
000580 WORKING-STORAGE SECTION.
000590     01 JK-LOG-STATUS PIC X(02).
000600     01 JK-LOG-EOF PIC X VALUE 'N'.
000610         88 JK-END-OF-LOG VALUE 'Y'.
000620     01 JK-FLAVOR-MASTER-EOF PIC X VALUE 'N'.
000630         88 JK-END-OF-FLAVOR-MASTER VALUE 'Y'.
000640
000650*---------------------------------------------------------------
000660*    THE FOUR REASONS, FIXED BY ADJREC.CPY, WITH NET UNITS
000670*    ACCUMULATED PER FLAVOR CODE (CODES RUN 1-99, SO THE CODE IS
000680*    ITS OWN SUBSCRIPT).  DOWN IS POSITIVE SHRINK.
000690*---------------------------------------------------------------
000700     01 JK-REASON-LIST.
000710         05 FILLER PIC X(02) VALUE "SP".
000720         05 FILLER PIC X(02) VALUE "BR".
000730         05 FILLER PIC X(02) VALUE "SA".
000740         05 FILLER PIC X(02) VALUE "CC".
000750     01 JK-REASON-TABLE REDEFINES JK-REASON-LIST.
000760         05 JK-REASON-CODE OCCURS 4 TIMES PIC X(02).
000770     01 JK-REASON-NAMES.
000780         05 FILLER PIC X(16) VALUE "SPOILAGE        ".
000790         05 FILLER PIC X(16) VALUE "BREAKAGE        ".
000800         05 FILLER PIC X(16) VALUE "SAMPLE          ".
000810         05 FILLER PIC X(16) VALUE "COUNT CORRECTION".
000820     01 JK-REASON-NAME-TABLE REDEFINES JK-REASON-NAMES.
000830         05 JK-REASON-NAME OCCURS 4 TIMES PIC X(16).
000840     01 JK-CELL-TABLE.
000850         05 JK-REASON-ROW OCCURS 4 TIMES.
000860             10 JK-CELL-UNITS OCCURS 99 TIMES PIC S9(07).
000870     01 JK-R-SUB PIC 9(01) COMP VALUE 0.
000880     01 JK-C-SUB PIC 9(03) COMP VALUE 0.
000890     01 JK-C-DISP PIC 9(02) VALUE 0.
000900
000910*---------------------------------------------------------------
000920*    FLAVOR NAMES BY CODE FOR THE REPORT.
000930*---------------------------------------------------------------
000940     01 JK-NAME-TABLE.
000950         05 JK-CODE-NAME OCCURS 99 TIMES PIC X(15).
000960
000970*---------------------------------------------------------------
000980*    RUN AND REPORT TOTALS.
000990*---------------------------------------------------------------
001000     01 JK-FROM-RAW PIC X(08).
001010     01 JK-FROM-DATE PIC X(08) VALUE SPACES.
001020     01 JK-RECORDS-READ PIC 9(05) VALUE 0.
001030     01 JK-REASON-TOTAL PIC S9(07) VALUE 0.
001040     01 JK-REASON-ACTIVE PIC X VALUE 'N'.
001050     01 JK-GRAND-TOTAL PIC S9(07) VALUE 0.
001060
001070*---------------------------------------------------------------
001080*    REPORT LINES.
001090*---------------------------------------------------------------
001100     01 JK-HEADING-1.
001110         05 FILLER PIC X(42)
001120             VALUE "JELLO-SHRINK   UNITS ADJUSTED BY REASON   ".
001130         05 FILLER PIC X(38) VALUE SPACES.
001140     01 JK-HEADING-2.
001150         05 FILLER PIC X(26)
001160             VALUE "ADJUSTMENTS ON OR AFTER   ".
001170         05 JK-HD-FROM PIC X(17).
001180         05 FILLER PIC X(37) VALUE SPACES.
001190     01 JK-REASON-LINE.
001200         05 FILLER PIC X(07) VALUE "REASON ".
001210         05 JK-RL-CODE PIC X(02).
001220         05 FILLER PIC X(02) VALUE SPACES.
001230         05 JK-RL-NAME PIC X(16).
001240         05 FILLER PIC X(53) VALUE SPACES.
001250     01 JK-DETAIL-LINE.
001260         05 FILLER PIC X(02) VALUE SPACES.
001270         05 JK-DE-FLAVOR PIC X(15).
001280         05 FILLER PIC X(02) VALUE SPACES.
001290         05 JK-DE-UNITS PIC -ZZZZZZ9.
001300         05 FILLER PIC X(53) VALUE SPACES.
001310     01 JK-TOTAL-LINE.
001320         05 FILLER PIC X(02) VALUE SPACES.
001330         05 JK-TO-LABEL PIC X(15).
001340         05 FILLER PIC X(02) VALUE SPACES.
001350         05 JK-TO-UNITS PIC -ZZZZZZ9.
001360         05 FILLER PIC X(53) VALUE SPACES.
001370     01 JK-NOTE-LINE.
001380         05 FILLER PIC X(02) VALUE SPACES.
001390         05 JK-NOTE-TEXT PIC X(78).
001400     01 JK-BLANK-LINE PIC X(80) VALUE SPACES.
001410
001420 PROCEDURE DIVISION.
001430
001440****************************************************************
001450*  0000-MAINLINE
001460*
001470*  ACCUMULATES ADJUST-LOG INTO THE REASON/FLAVOR CELLS, THEN
001480*  PRINTS A SECTION PER REASON AND THE GRAND TOTAL.
001490****************************************************************
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE
001520         THRU 1000-EXIT.
001530     PERFORM 2000-ACCUMULATE-ADJUSTS
001540         THRU 2000-EXIT
001550         UNTIL JK-END-OF-LOG.
001560     PERFORM 8000-PRINT-REPORT
001570         THRU 8000-EXIT.
001580     PERFORM 9000-TERMINATE
001590         THRU 9000-EXIT.
001600     STOP RUN.
001610
001620****************************************************************
001630*  1000-INITIALIZE
001640*
001650*  LOADS THE FLAVOR NAMES, CLEARS THE CELLS, AND PRIMES THE
001660*  FIRST LOG READ.  A MISSING LOG MEANS NO SHRINK ON RECORD.
001670****************************************************************
001680 1000-INITIALIZE.
001690     PERFORM 1050-ACCEPT-FROM-DATE
001700         THRU 1050-EXIT.
001710     OPEN OUTPUT SHRINK-REPORT.
001720     WRITE SHRINK-REPORT-RECORD FROM JK-HEADING-1.
001730     IF JK-FROM-DATE = SPACES
001740         MOVE "ALL DATES ON FILE" TO JK-HD-FROM
001750     ELSE
001760         MOVE JK-FROM-DATE TO JK-HD-FROM
001770     END-IF.
001780     WRITE SHRINK-REPORT-RECORD FROM JK-HEADING-2.
001790     WRITE SHRINK-REPORT-RECORD FROM JK-BLANK-LINE.
001800     PERFORM 1100-LOAD-FLAVOR-NAMES
001810         THRU 1100-EXIT.
001820     PERFORM 1200-CLEAR-ONE-REASON
001830         THRU 1200-EXIT
001840         VARYING JK-R-SUB FROM 1 BY 1
001850         UNTIL JK-R-SUB > 4.
001860     OPEN INPUT ADJUST-LOG.
001870     IF JK-LOG-STATUS = '35'
001880         MOVE 'Y' TO JK-LOG-EOF
001890         MOVE "NO ADJUST-LOG ON FILE - NO SHRINK RECORDED"
001900             TO JK-NOTE-TEXT
001910         WRITE SHRINK-REPORT-RECORD FROM JK-NOTE-LINE
001920     ELSE
001930         MOVE 'N' TO JK-LOG-EOF
001940         PERFORM 2010-READ-LOG-RECORD
001950             THRU 2010-EXIT
001960     END-IF.
001970 1000-EXIT.
001980     EXIT.
001990
002000****************************************************************
002010*  1050-ACCEPT-FROM-DATE
002020*
002030*  ACCEPTS THE FROM-DATE OF THE WEEK BEING REPORTED.  ENTER (OR
002040*  ANYTHING NOT A DATE) TAKES THE WHOLE LOG.
002050****************************************************************
002060 1050-ACCEPT-FROM-DATE.
002070     MOVE SPACES TO JK-FROM-DATE.
002080     DISPLAY "Report adjustments on or after"
002090         " (YYYYMMDD, Enter = all): " WITH NO ADVANCING.
002100     ACCEPT JK-FROM-RAW.
002110     IF JK-FROM-RAW IS NUMERIC
002120         MOVE JK-FROM-RAW TO JK-FROM-DATE
002130     END-IF.
002140 1050-EXIT.
002150     EXIT.
002160
002170****************************************************************
002180*  1100-LOAD-FLAVOR-NAMES
002190*
002200*  FILLS JK-NAME-TABLE BY FLAVOR CODE SO THE REPORT PRINTS
002210*  NAMES; A CODE NO LONGER ON FLAVOR-MASTER PRINTS AS ITSELF.
002220****************************************************************
002230 1100-LOAD-FLAVOR-NAMES.
002240     PERFORM 1110-SEED-ONE-NAME
002250         THRU 1110-EXIT
002260         VARYING JK-C-SUB FROM 1 BY 1
002270         UNTIL JK-C-SUB > 99.
002280     OPEN INPUT FLAVOR-MASTER.
002290     MOVE 'N' TO JK-FLAVOR-MASTER-EOF.
002300     PERFORM 1120-READ-FLAVOR-RECORD
002310         THRU 1120-EXIT.
002320     PERFORM 1130-STORE-FLAVOR-NAME
002330         THRU 1130-EXIT
002340         UNTIL JK-END-OF-FLAVOR-MASTER.
002350     CLOSE FLAVOR-MASTER.
002360 1100-EXIT.
002370     EXIT.
002380
002390****************************************************************
002400*  1110-SEED-ONE-NAME
002410*
002420*  SEEDS ONE NAME SLOT WITH ITS BARE CODE.
002430****************************************************************
002440 1110-SEED-ONE-NAME.
002450     MOVE SPACES TO JK-CODE-NAME(JK-C-SUB).
002460     MOVE JK-C-SUB TO JK-C-DISP.
002470     MOVE JK-C-DISP TO JK-CODE-NAME(JK-C-SUB)(1:2).
002480 1110-EXIT.
002490     EXIT.
002500
002510****************************************************************
002520*  1120-READ-FLAVOR-RECORD
002530*
002540*  READS ONE FLAVOR-MASTER RECORD AHEAD.
002550****************************************************************
002560 1120-READ-FLAVOR-RECORD.
002570     READ FLAVOR-MASTER
002580         AT END MOVE 'Y' TO JK-FLAVOR-MASTER-EOF
002590     END-READ.
002600 1120-EXIT.
002610     EXIT.
002620
002630****************************************************************
002640*  1130-STORE-FLAVOR-NAME
002650*
002660*  KEEPS THE NAME FOR THE CODE JUST READ AND PRIMES THE NEXT
002670*  READ.
002680****************************************************************
002690 1130-STORE-FLAVOR-NAME.
002700     IF FM-FLAVOR-CODE > 0
002710         MOVE FM-FLAVOR-NAME TO JK-CODE-NAME(FM-FLAVOR-CODE)
002720     END-IF.
002730     PERFORM 1120-READ-FLAVOR-RECORD
002740         THRU 1120-EXIT.
002750 1130-EXIT.
002760     EXIT.
002770
002780****************************************************************
002790*  1200-CLEAR-ONE-REASON
002800*
002810*  ZEROES ONE REASON'S ROW OF CELLS.
002820****************************************************************
002830 1200-CLEAR-ONE-REASON.
002840     PERFORM 1210-CLEAR-ONE-CELL
002850         THRU 1210-EXIT
002860         VARYING JK-C-SUB FROM 1 BY 1
002870         UNTIL JK-C-SUB > 99.
002880 1200-EXIT.
002890     EXIT.
002900
002910****************************************************************
002920*  1210-CLEAR-ONE-CELL
002930*
002940*  ZEROES ONE REASON/FLAVOR CELL.
002950****************************************************************
002960 1210-CLEAR-ONE-CELL.
002970     MOVE 0 TO JK-CELL-UNITS(JK-R-SUB, JK-C-SUB).
002980 1210-EXIT.
002990     EXIT.
003000
003010****************************************************************
003020*  2000-ACCUMULATE-ADJUSTS
003030*
003040*  POSTS THE LOG RECORD JUST READ INTO ITS REASON/FLAVOR CELL
003050*  AND READS THE NEXT ONE.  AN ADJUSTMENT DATED BEFORE THE
003060*  FROM-DATE IS PASSED OVER.  DOWN ADJUSTMENTS ADD SHRINK; UP
003070*  COUNT CORRECTIONS NET AGAINST IT.
003080****************************************************************
003090 2000-ACCUMULATE-ADJUSTS.
003100     ADD 1 TO JK-RECORDS-READ.
003110     IF JK-FROM-DATE NOT = SPACES
003120         AND AJ-ADJUST-DATE < JK-FROM-DATE
003130         PERFORM 2010-READ-LOG-RECORD
003140             THRU 2010-EXIT
003150         GO TO 2000-EXIT
003160     END-IF.
003170     MOVE 0 TO JK-R-SUB.
003180     IF AJ-REASON-CODE = 'SP' MOVE 1 TO JK-R-SUB END-IF.
003190     IF AJ-REASON-CODE = 'BR' MOVE 2 TO JK-R-SUB END-IF.
003200     IF AJ-REASON-CODE = 'SA' MOVE 3 TO JK-R-SUB END-IF.
003210     IF AJ-REASON-CODE = 'CC' MOVE 4 TO JK-R-SUB END-IF.
003220     IF JK-R-SUB > 0 AND AJ-FLAVOR-CODE > 0
003230         IF AJ-DIRECTION = '-'
003240             ADD AJ-QUANTITY
003250                 TO JK-CELL-UNITS(JK-R-SUB, AJ-FLAVOR-CODE)
003260         ELSE
003270             SUBTRACT AJ-QUANTITY
003280                 FROM JK-CELL-UNITS(JK-R-SUB, AJ-FLAVOR-CODE)
003290         END-IF
003300     END-IF.
003310     PERFORM 2010-READ-LOG-RECORD
003320         THRU 2010-EXIT.
003330 2000-EXIT.
003340     EXIT.
003350
003360****************************************************************
003370*  2010-READ-LOG-RECORD
003380*
003390*  READS ONE ADJUST-LOG RECORD AHEAD.
003400****************************************************************
003410 2010-READ-LOG-RECORD.
003420     READ ADJUST-LOG
003430         AT END MOVE 'Y' TO JK-LOG-EOF
003440     END-READ.
003450 2010-EXIT.
003460     EXIT.
003470
003480****************************************************************
003490*  8000-PRINT-REPORT
003500*
003510*  PRINTS ONE SECTION PER REASON WITH ACTIVITY AND THE GRAND
003520*  TOTAL.
003530****************************************************************
003540 8000-PRINT-REPORT.
003550     PERFORM 8100-PRINT-ONE-REASON
003560         THRU 8100-EXIT
003570         VARYING JK-R-SUB FROM 1 BY 1
003580         UNTIL JK-R-SUB > 4.
003590     WRITE SHRINK-REPORT-RECORD FROM JK-BLANK-LINE.
003600     MOVE "GRAND TOTAL    " TO JK-TO-LABEL.
003610     MOVE JK-GRAND-TOTAL TO JK-TO-UNITS.
003620     WRITE SHRINK-REPORT-RECORD FROM JK-TOTAL-LINE.
003630 8000-EXIT.
003640     EXIT.
003650
003660****************************************************************
003670*  8100-PRINT-ONE-REASON
003680*
003690*  PRINTS ONE REASON'S NONZERO FLAVOR LINES AND ITS TOTAL.  A
003700*  REASON WITH NO ACTIVITY IS PASSED OVER.
003710****************************************************************
003720 8100-PRINT-ONE-REASON.
003730     MOVE 0 TO JK-REASON-TOTAL.
003740     MOVE 'N' TO JK-REASON-ACTIVE.
003750     PERFORM 8110-ADD-ONE-CELL
003760         THRU 8110-EXIT
003770         VARYING JK-C-SUB FROM 1 BY 1
003780         UNTIL JK-C-SUB > 99.
003790     IF JK-REASON-ACTIVE = 'N'
003800         GO TO 8100-EXIT.
003810     MOVE JK-REASON-CODE(JK-R-SUB) TO JK-RL-CODE.
003820     MOVE JK-REASON-NAME(JK-R-SUB) TO JK-RL-NAME.
003830     WRITE SHRINK-REPORT-RECORD FROM JK-REASON-LINE.
003840     PERFORM 8130-PRINT-ONE-CELL
003850         THRU 8130-EXIT
003860         VARYING JK-C-SUB FROM 1 BY 1
003870         UNTIL JK-C-SUB > 99.
003880     MOVE "REASON TOTAL   " TO JK-TO-LABEL.
003890     MOVE JK-REASON-TOTAL TO JK-TO-UNITS.
003900     WRITE SHRINK-REPORT-RECORD FROM JK-TOTAL-LINE.
003910     WRITE SHRINK-REPORT-RECORD FROM JK-BLANK-LINE.
003920     ADD JK-REASON-TOTAL TO JK-GRAND-TOTAL.
003930 8100-EXIT.
003940     EXIT.
003950
003960****************************************************************
003970*  8110-ADD-ONE-CELL
003980*
003990*  ADDS ONE CELL INTO THE CURRENT REASON'S TOTAL AND NOTES
004000*  WHETHER THE REASON SAW ANY ACTIVITY AT ALL.
004010****************************************************************
004020 8110-ADD-ONE-CELL.
004030     ADD JK-CELL-UNITS(JK-R-SUB, JK-C-SUB) TO JK-REASON-TOTAL.
004040     IF JK-CELL-UNITS(JK-R-SUB, JK-C-SUB) NOT = 0
004050         MOVE 'Y' TO JK-REASON-ACTIVE
004060     END-IF.
004070 8110-EXIT.
004080     EXIT.
004090
004100****************************************************************
004110*  8130-PRINT-ONE-CELL
004120*
004130*  PRINTS ONE FLAVOR'S NET UNITS UNDER THE CURRENT REASON,
004140*  SKIPPING FLAVORS WITH NOTHING ADJUSTED.
004150****************************************************************
004160 8130-PRINT-ONE-CELL.
004170     IF JK-CELL-UNITS(JK-R-SUB, JK-C-SUB) NOT = 0
004180         MOVE JK-CODE-NAME(JK-C-SUB) TO JK-DE-FLAVOR
004190         MOVE JK-CELL-UNITS(JK-R-SUB, JK-C-SUB) TO JK-DE-UNITS
004200         WRITE SHRINK-REPORT-RECORD FROM JK-DETAIL-LINE
004210     END-IF.
004220 8130-EXIT.
004230     EXIT.
004240
004250****************************************************************
004260*  9000-TERMINATE
004270*
004280*  CLOSES THE FILES AND SIGNS OFF WITH THE RUN COUNTS.
004290****************************************************************
004300 9000-TERMINATE.
004310     IF JK-LOG-STATUS NOT = '35'
004320         CLOSE ADJUST-LOG
004330     END-IF.
004340     CLOSE SHRINK-REPORT.
004350     DISPLAY "JELLO-SHRINK: " JK-RECORDS-READ
004360         " adjustment(s) reported.".
004370 9000-EXIT.
004380     EXIT.
004390
004400 END PROGRAM JELLO-SHRINK.
