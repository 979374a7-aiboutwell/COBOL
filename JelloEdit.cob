000240*                      RELEASE APPENDS WOULD MANGLE
000250*                      TR-TRANS-SEQ) AND MARK THE STEP DONE AT
000260*                      END OF JOB.
000270*      2026-10-15  AB  CHOICE IS TWO DIGITS NOW THAT FLAVOR CODES
000280*                      RUN PAST 9.  A SINGLE DIGIT KEYED IN THE
000290*                      FIRST POSITION IS TAKEN WITH A LEADING ZERO.
000300****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. JELLO-EDIT.
000330 AUTHOR. Amanda Boutwell.
000340 INSTALLATION. COUNTER SALES.
000350 DATE-WRITTEN. August 22, 2026.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. GNUCOBOL.
000410 OBJECT-COMPUTER. GNUCOBOL.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ORDER-TRANS-RAW ASSIGN TO "ORDER-TRANS-RAW"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS JE-RAW-STATUS.
000470     SELECT ORDER-TRANS ASSIGN TO "ORDER-TRANS"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT TRANS-REJECTS ASSIGN TO "TRANS-REJECTS"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT EDIT-REPORT ASSIGN TO "EDIT-REPORT"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT CONTROL-FILE ASSIGN TO "CONTROL-FILE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS JE-CONTROL-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  ORDER-TRANS-RAW
000600     LABEL RECORDS ARE STANDARD.
000610 01  RAW-TRANS-RECORD.
000620     05  RW-TRANS-SEQ            PIC X(05).
000630     05  RW-CUSTOMER-NAME        PIC X(15).
000640     05  RW-CHOICE               PIC X(02).
000650     05  RW-CUSTOMER-NUMBER      PIC X(05).
000660     05  RW-QUANTITY             PIC X(03).
000670
000680 FD  ORDER-TRANS
000690     LABEL RECORDS ARE STANDARD.
000700 01  ORDER-TRANS-RECORD.
000710     COPY "trnsrec.cpy".
000720
000730 FD  TRANS-REJECTS
000740     LABEL RECORDS ARE STANDARD.
000750 01  TRANS-REJECT-RECORD.
000760     COPY "rejrec.cpy".
000770
000780 FD  EDIT-REPORT
000790     LABEL RECORDS ARE STANDARD.
000800 01  EDIT-REPORT-RECORD          PIC X(80).
000810
000820 FD  CONTROL-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  CONTROL-RECORD.
000850     COPY "ctlrec.cpy".
000860
000870 WORKING-STORAGE SECTION.
000880     01 JE-RAW-STATUS PIC X(02).
000890     01 JE-CONTROL-STATUS PIC X(02).
000900     01 JE-BUSINESS-DATE PIC X(08).
000910     01 JE-CONTROL-SAVE PIC X(50).
000920     01 JE-RAW-EOF PIC X VALUE 'N'.
000930         88 JE-END-OF-RAW VALUE 'Y'.
000940
000950*---------------------------------------------------------------
000960*    EDIT STATE: THE LAST SEQUENCE ACCEPTED (ASCENDING MEANS
000970*    STRICTLY GREATER, WHICH ALSO CATCHES DUPLICATES) AND THE
000980*    REASON THE CURRENT RECORD FAILED.
000990*---------------------------------------------------------------
001000     01 JE-LAST-SEQ PIC 9(05) VALUE 0.
001010     01 JE-REASON-CODE PIC X(02).
001020         88 JE-RECORD-CLEAN VALUE SPACES.
001030
001040*---------------------------------------------------------------
001050*    RUN TOTALS FOR THE EDIT SUMMARY.
001060*---------------------------------------------------------------
001070     01 JE-RECORDS-READ PIC 9(05) VALUE 0.
001080     01 JE-RECORDS-CLEAN PIC 9(05) VALUE 0.
001090     01 JE-RECORDS-REJECTED PIC 9(05) VALUE 0.
001100
001110*---------------------------------------------------------------
001120*    REPORT LINES.
001130*---------------------------------------------------------------
001140     01 JE-HEADING-1.
001150         05 FILLER PIC X(34)
001160             VALUE "JELLO-EDIT   ORDER-TRANS PRE-EDIT ".
001170         05 FILLER PIC X(46) VALUE SPACES.
001180     01 JE-REJECT-LINE.
001190         05 FILLER PIC X(02) VALUE SPACES.
001200         05 FILLER PIC X(09) VALUE "REJECTED ".
001210         05 JE-RJ-SEQ PIC X(05).
001220         05 FILLER PIC X(01) VALUE SPACES.
001230         05 JE-RJ-NAME PIC X(15).
001240         05 FILLER PIC X(08) VALUE " REASON ".
001250         05 JE-RJ-REASON PIC X(02).
001260         05 FILLER PIC X(01) VALUE SPACES.
001270         05 JE-RJ-TEXT PIC X(29).
001280         05 FILLER PIC X(08) VALUE SPACES.
001290     01 JE-SUMMARY-LINE.
001300         05 FILLER PIC X(02) VALUE SPACES.
001310         05 JE-SUM-LABEL PIC X(26).
001320         05 JE-SUM-COUNT PIC ZZZZ9.
001330         05 FILLER PIC X(47) VALUE SPACES.
001340     01 JE-BLANK-LINE PIC X(80) VALUE SPACES.
001350
001360 PROCEDURE DIVISION.
001370
001380****************************************************************
001390*  0000-MAINLINE
001400*
001410*  EDITS EVERY RAW RECORD, SPLITS CLEAN FROM REJECTED, AND
001420*  PRINTS THE SUMMARY.
001430****************************************************************
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE
001460         THRU 1000-EXIT.
001470     PERFORM 2000-EDIT-ONE-RECORD
001480         THRU 2000-EXIT
001490         UNTIL JE-END-OF-RAW.
001500     PERFORM 9000-TERMINATE
001510         THRU 9000-EXIT.
001520     STOP RUN.
001530
001540****************************************************************
001550*  1000-INITIALIZE
001560*
001570*  OPENS THE FILES AND PRIMES THE FIRST RAW READ.  A MISSING
001580*  RAW FILE STILL WRITES AN EMPTY CLEAN FILE SO JELLO-BATCH HAS
001590*  SOMETHING TO READ.
001600****************************************************************
001610 1000-INITIALIZE.
001620     PERFORM 1050-CHECK-RUN-CONTROL
001630         THRU 1050-EXIT.
001640     OPEN OUTPUT ORDER-TRANS.
001650     OPEN OUTPUT TRANS-REJECTS.
001660     OPEN OUTPUT EDIT-REPORT.
001670     WRITE EDIT-REPORT-RECORD FROM JE-HEADING-1.
001680     WRITE EDIT-REPORT-RECORD FROM JE-BLANK-LINE.
001690     OPEN INPUT ORDER-TRANS-RAW.
001700     IF JE-RAW-STATUS = '35'
001710         MOVE 'Y' TO JE-RAW-EOF
001720     ELSE
001730         MOVE 'N' TO JE-RAW-EOF
001740         PERFORM 2010-READ-RAW-RECORD
001750             THRU 2010-EXIT
001760     END-IF.
001770 1000-EXIT.
001780     EXIT.
001790
001800****************************************************************
001810*  1050-CHECK-RUN-CONTROL
001820*
001830*  READS CONTROL-FILE AND REFUSES A SECOND RUN OF THE EDIT FOR
001840*  THE SAME BUSINESS DATE: ONCE THE RELEASE HAS APPENDED ITS
001850*  FRESH SEQUENCES, RERUNNING THE EDIT WOULD REWRITE
001860*  ORDER-TRANS AND MANGLE TR-TRANS-SEQ.  THERE IS NO OVERRIDE
001870*  FOR THIS ONE; ROLL THE DAY OR FIX THE FILES BY HAND.
001880****************************************************************
001890 1050-CHECK-RUN-CONTROL.
001900     OPEN INPUT CONTROL-FILE.
001910     IF JE-CONTROL-STATUS = '35'
001920         DISPLAY "CONTROL-FILE missing - run day-end setup"
001930             " first."
001940         MOVE 8 TO RETURN-CODE
001950         STOP RUN
001960     END-IF.
001970     READ CONTROL-FILE
001980         AT END
001990             DISPLAY "CONTROL-FILE empty - cannot start."
002000             CLOSE CONTROL-FILE
002010             MOVE 8 TO RETURN-CODE
002020             STOP RUN
002030     END-READ.
002040     MOVE CT-BUSINESS-DATE TO JE-BUSINESS-DATE.
002050     IF CT-EDIT-DONE = 'Y'
002060         DISPLAY "JELLO-EDIT already ran for " CT-BUSINESS-DATE
002070             "; a rerun would mangle TR-TRANS-SEQ."
002080         CLOSE CONTROL-FILE
002090         MOVE 8 TO RETURN-CODE
002100         STOP RUN
002110     END-IF.
002120     CLOSE CONTROL-FILE.
002130 1050-EXIT.
002140     EXIT.
002150
002160
002170****************************************************************
002180*  2000-EDIT-ONE-RECORD
002190*
002200*  RUNS THE EDITS AGAINST THE RAW RECORD JUST READ, WRITES IT
002210*  CLEAN OR REJECTED, AND READS THE NEXT ONE.
002220****************************************************************
002230 2000-EDIT-ONE-RECORD.
002240     ADD 1 TO JE-RECORDS-READ.
002250     MOVE SPACES TO JE-REASON-CODE.
002260     PERFORM 2100-VALIDATE-RAW-RECORD
002270         THRU 2100-EXIT.
002280     IF JE-RECORD-CLEAN
002290         PERFORM 2200-WRITE-CLEAN-RECORD
002300             THRU 2200-EXIT
002310     ELSE
002320         PERFORM 2300-WRITE-REJECT-RECORD
002330             THRU 2300-EXIT
002340     END-IF.
002350     PERFORM 2010-READ-RAW-RECORD
002360         THRU 2010-EXIT.
002370 2000-EXIT.
002380     EXIT.
002390
002400****************************************************************
002410*  2010-READ-RAW-RECORD
002420*
002430*  READS ONE ORDER-TRANS-RAW RECORD AHEAD.
002440****************************************************************
002450 2010-READ-RAW-RECORD.
002460     READ ORDER-TRANS-RAW
002470         AT END MOVE 'Y' TO JE-RAW-EOF
002480     END-READ.
002490 2010-EXIT.
002500     EXIT.
002510
002520****************************************************************
002530*  2100-VALIDATE-RAW-RECORD
002540*
002550*  SETS JE-REASON-CODE TO THE FIRST EDIT THE RECORD FAILS:
002560*  SEQUENCE NUMERIC AND STRICTLY ASCENDING (WHICH ALSO CATCHES
002570*  A DUPLICATE THAT WOULD FOOL THE RESTART SKIP), NAME
002580*  NON-BLANK, CHOICE, CUSTOMER NUMBER, AND QUANTITY NUMERIC.
002590*  A ONE-DIGIT CHOICE KEYED AS "5 " IS ZERO-FILLED TO "05" FIRST,
002600*  SO A KEYER USED TO ONE DIGIT IS NOT REJECTED FOR IT.
002610****************************************************************
002620 2100-VALIDATE-RAW-RECORD.
002630     IF RW-TRANS-SEQ IS NOT NUMERIC
002640         MOVE '01' TO JE-REASON-CODE
002650         GO TO 2100-EXIT.
002660     IF RW-TRANS-SEQ NOT > JE-LAST-SEQ
002670         MOVE '02' TO JE-REASON-CODE
002680         GO TO 2100-EXIT.
002690     IF RW-CUSTOMER-NAME = SPACES
002700         MOVE '03' TO JE-REASON-CODE
002710         GO TO 2100-EXIT.
002720     IF RW-CHOICE(2:1) = SPACE AND RW-CHOICE(1:1) IS NUMERIC
002730         MOVE RW-CHOICE(1:1) TO RW-CHOICE(2:1)
002740         MOVE '0' TO RW-CHOICE(1:1)
002750     END-IF.
002760     IF RW-CHOICE IS NOT NUMERIC
002770         MOVE '04' TO JE-REASON-CODE
002780         GO TO 2100-EXIT.
002790     IF RW-CUSTOMER-NUMBER IS NOT NUMERIC
002800         MOVE '05' TO JE-REASON-CODE
002810         GO TO 2100-EXIT.
002820     IF RW-QUANTITY IS NOT NUMERIC
002830         MOVE '06' TO JE-REASON-CODE
002840         GO TO 2100-EXIT.
002850 2100-EXIT.
002860     EXIT.
002870
002880****************************************************************
002890*  2200-WRITE-CLEAN-RECORD
002900*
002910*  WRITES THE RECORD JUST PASSED TO THE FILE JELLO-BATCH READS
002920*  AND REMEMBERS ITS SEQUENCE FOR THE ASCENDING CHECK.
002930****************************************************************
002940 2200-WRITE-CLEAN-RECORD.
002950     MOVE RW-TRANS-SEQ TO TR-TRANS-SEQ.
002960     MOVE RW-CUSTOMER-NAME TO TR-CUSTOMER-NAME.
002970     MOVE RW-CHOICE TO TR-CHOICE.
002980     MOVE RW-CUSTOMER-NUMBER TO TR-CUSTOMER-NUMBER.
002990     MOVE RW-QUANTITY TO TR-QUANTITY.
003000     WRITE ORDER-TRANS-RECORD.
003010     MOVE RW-TRANS-SEQ TO JE-LAST-SEQ.
003020     ADD 1 TO JE-RECORDS-CLEAN.
003030 2200-EXIT.
003040     EXIT.
003050
003060****************************************************************
003070*  2300-WRITE-REJECT-RECORD
003080*
003090*  WRITES THE FAILED RECORD TO TRANS-REJECTS WITH ITS REASON
003100*  CODE AND PRINTS IT ON THE EDIT SUMMARY.
003110****************************************************************
003120 2300-WRITE-REJECT-RECORD.
003130     MOVE JE-REASON-CODE TO RJ-REASON-CODE.
003140     MOVE RAW-TRANS-RECORD TO RJ-RAW-RECORD.
003150     WRITE TRANS-REJECT-RECORD.
003160     ADD 1 TO JE-RECORDS-REJECTED.
003170     MOVE RW-TRANS-SEQ TO JE-RJ-SEQ.
003180     MOVE RW-CUSTOMER-NAME TO JE-RJ-NAME.
003190     MOVE JE-REASON-CODE TO JE-RJ-REASON.
003200     EVALUATE JE-REASON-CODE
003210         WHEN '01'
003220             MOVE "SEQUENCE NOT NUMERIC" TO JE-RJ-TEXT
003230         WHEN '02'
003240             MOVE "SEQUENCE NOT ASCENDING" TO JE-RJ-TEXT
003250         WHEN '03'
003260             MOVE "CUSTOMER NAME BLANK" TO JE-RJ-TEXT
003270         WHEN '04'
003280             MOVE "CHOICE NOT NUMERIC" TO JE-RJ-TEXT
003290         WHEN '05'
003300             MOVE "CUSTOMER NO. NOT NUMERIC" TO JE-RJ-TEXT
003310         WHEN '06'
003320             MOVE "QUANTITY NOT NUMERIC" TO JE-RJ-TEXT
003330         WHEN OTHER
003340             MOVE SPACES TO JE-RJ-TEXT
003350     END-EVALUATE.
003360     WRITE EDIT-REPORT-RECORD FROM JE-REJECT-LINE.
003370 2300-EXIT.
003380     EXIT.
003390
003400****************************************************************
003410*  9000-TERMINATE
003420*
003430*  PRINTS THE EDIT SUMMARY, CLOSES UP, AND FLAGS A CYCLE WITH
003440*  REJECTS FOR THE SCHEDULER (RETURN-CODE 4 - THE CLEAN RECORDS
003450*  STILL GO THROUGH).
003460****************************************************************
003470 9000-TERMINATE.
003480     WRITE EDIT-REPORT-RECORD FROM JE-BLANK-LINE.
003490     MOVE "RECORDS READ              " TO JE-SUM-LABEL.
003500     MOVE JE-RECORDS-READ TO JE-SUM-COUNT.
003510     WRITE EDIT-REPORT-RECORD FROM JE-SUMMARY-LINE.
003520     MOVE "RECORDS CLEAN             " TO JE-SUM-LABEL.
003530     MOVE JE-RECORDS-CLEAN TO JE-SUM-COUNT.
003540     WRITE EDIT-REPORT-RECORD FROM JE-SUMMARY-LINE.
003550     MOVE "RECORDS REJECTED          " TO JE-SUM-LABEL.
003560     MOVE JE-RECORDS-REJECTED TO JE-SUM-COUNT.
003570     WRITE EDIT-REPORT-RECORD FROM JE-SUMMARY-LINE.
003580     IF JE-RAW-STATUS NOT = '35'
003590         CLOSE ORDER-TRANS-RAW
003600     END-IF.
003610     CLOSE ORDER-TRANS.
003620     CLOSE TRANS-REJECTS.
003630     CLOSE EDIT-REPORT.
003640     PERFORM 9100-MARK-STEP-DONE
003650         THRU 9100-EXIT.
003660     DISPLAY "JELLO-EDIT: " JE-RECORDS-CLEAN " clean, "
003670         JE-RECORDS-REJECTED " rejected.".
003680     IF JE-RECORDS-REJECTED > 0
003690         MOVE 4 TO RETURN-CODE
003700     END-IF.
003710 9000-EXIT.
003720     EXIT.
003730
003740****************************************************************
003750*  9100-MARK-STEP-DONE
003760*
003770*  REREADS CONTROL-FILE AND REWRITES IT WITH CT-EDIT-DONE SET,
003780*  PRESERVING EVERYTHING ELSE ON THE RECORD.
003790****************************************************************
003800 9100-MARK-STEP-DONE.
003810     OPEN INPUT CONTROL-FILE.
003820     READ CONTROL-FILE
003830         AT END
003840             CLOSE CONTROL-FILE
003850             GO TO 9100-EXIT
003860     END-READ.
003870     MOVE CONTROL-RECORD TO JE-CONTROL-SAVE.
003880     CLOSE CONTROL-FILE.
003890     OPEN OUTPUT CONTROL-FILE.
003900     MOVE JE-CONTROL-SAVE TO CONTROL-RECORD.
003910     MOVE 'Y' TO CT-EDIT-DONE.
003920     WRITE CONTROL-RECORD.
003930     CLOSE CONTROL-FILE.
003940 9100-EXIT.
003950     EXIT.
003960
003970 END PROGRAM JELLO-EDIT.
