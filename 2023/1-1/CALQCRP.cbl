000100******************************************************************
000110*    PROGRAM-ID..: CALQCRP
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: QUALITY-CONTROL REPORT OVER THE CALQCSMP
000170*                   SAMPLE.  FOR THE SAMPLES DRAWN IN THE LAST
000180*                   CALQCPRM REPORT DAYS (DEFAULT 30) IT SHOWS,
000190*                   BY SOURCE FEED AND BY DIGIT SOURCE (NUMERALS
000200*                   ONLY, WORDS ONLY, NUMERAL AND WORD), HOW MANY
000210*                   LINES WERE SAMPLED, HOW MANY A SECOND
000220*                   OPERATOR HAS READ ON CALQCCHK, HOW MANY
000230*                   AGREED AND DISAGREED, AND THE DISAGREEMENT
000240*                   RATE.  EVERY DISAGREEMENT ON THE SAMPLE,
000250*                   WHATEVER ITS AGE, IS THEN LISTED AS THE
000260*                   INVESTIGATION LIST WITH THE SYSTEM'S VALUE,
000270*                   THE VALUE READ, WHO READ IT AND THE TEXT -
000273*                   A DISAGREEMENT IS NEVER CLOSED, SO IT DOES
000276*                   NOT LEAVE THE LIST.  ANY DISAGREEMENT RAISES A
000280*                   WARNING ON THE ALRTLOG ALERT LOG.  A NIGHTLY
000290*                   CHAIN STEP AFTER CALQCSEL.
000300*    MODIFICATION HISTORY:
000310*      2026-10-15  RJB  ORIGINAL.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CALQCRP.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT QCR-SAMPLE-FILE ASSIGN TO 'CALQCSMP'
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS QCS-KEY
000430         FILE STATUS IS QCR-SAMPLE-STATUS.
000440
000450     SELECT QCR-PARM-FILE ASSIGN TO 'CALQCPRM'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS QCR-PARM-STATUS.
000480
000490     SELECT QCR-REPORT-FILE ASSIGN TO 'CALQCRPT'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS QCR-REPORT-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  QCR-SAMPLE-FILE.
000560     COPY CALQCSMC.
000570
000580 FD  QCR-PARM-FILE
000590     RECORDING MODE IS F.
000600 01  QCR-PARM-RECORD.
000610     05  QCR-PARM-SAMPLE-SIZE   PIC 9(03).
000620     05  FILLER                 PIC X(01).
000630     05  QCR-PARM-REPORT-DAYS   PIC 9(03).
000640
000650 FD  QCR-REPORT-FILE
000660     RECORDING MODE IS F.
000670 01  QCR-REPORT-RECORD          PIC X(80).
000680
000690 WORKING-STORAGE SECTION.
000700     COPY ALRTWSL.
000710
000720 77  QCR-SAMPLE-STATUS          PIC X(02) VALUE '00'.
000730 77  QCR-PARM-STATUS            PIC X(02) VALUE '00'.
000740 77  QCR-REPORT-STATUS          PIC X(02) VALUE '00'.
000750
000760 77  QCR-EOF-SW                 PIC X VALUE 'N'.
000770     88  QCR-END-OF-FILE                VALUE 'Y'.
000780 77  QCR-SAMPLE-SW              PIC X VALUE 'Y'.
000790     88  QCR-SAMPLE-AVAILABLE           VALUE 'Y'.
000800
000810 77  QCR-REPORT-DAYS            PIC 9(03) VALUE 30.
000820 77  QCR-TODAY                  PIC 9(08) VALUE ZERO.
000830 77  QCR-FROM-DATE              PIC 9(08) VALUE ZERO.
000840 77  QCR-SUB                    PIC 9(02) COMP.
000850 77  QCR-SRC-SUB                PIC 9(02) COMP.
000860 77  QCR-DS-SUB                 PIC 9(02) COMP.
000870 77  QCR-RATE                   PIC 9(03)V9 VALUE ZERO.
000880 77  QCR-AGREED                 PIC 9(05) VALUE ZERO.
000890 77  QCR-LINE-SAMPLED           PIC 9(05) VALUE ZERO.
000900 77  QCR-LINE-CHECKED           PIC 9(05) VALUE ZERO.
000910 77  QCR-LINE-DISAGREED         PIC 9(05) VALUE ZERO.
000920 77  QCR-NOT-READ               PIC 9(05) VALUE ZERO.
000930
000940 77  QCR-TOTAL-SAMPLED          PIC 9(05) VALUE ZERO.
000950 77  QCR-TOTAL-CHECKED          PIC 9(05) VALUE ZERO.
000960 77  QCR-TOTAL-DISAGREED        PIC 9(05) VALUE ZERO.
000970 77  QCR-INVEST-COUNT           PIC 9(05) VALUE ZERO.
000980
000990*    COUNTS BY SOURCE FEED.  SLOT 50 IS KEPT FOR *OTHER*, WHICH
001000*    COUNTS EVERY SOURCE BEYOND THE 49TH.
001010 77  QCR-SRC-COUNT              PIC 9(02) VALUE ZERO.
001020 01  QCR-SOURCE-TABLE.
001030     05  QCR-SRC-ENTRY OCCURS 50 TIMES.
001040         10  QCR-SRC-ID         PIC X(08).
001050         10  QCR-SRC-SAMPLED    PIC 9(05).
001060         10  QCR-SRC-CHECKED    PIC 9(05).
001070         10  QCR-SRC-DISAGREED  PIC 9(05).
001080
001090*    COUNTS BY DIGIT SOURCE: 1 = NUMERALS ONLY, 2 = WORDS ONLY,
001100*    3 = A NUMERAL AND A WORD.
001110 01  QCR-DS-LABEL-VALUES.
001120     05  FILLER                 PIC X(16) VALUE 'NUMERALS ONLY'.
001130     05  FILLER                 PIC X(16) VALUE 'WORDS ONLY'.
001140     05  FILLER                 PIC X(16) VALUE 'NUMERAL + WORD'.
001150 01  QCR-DS-LABEL-TABLE REDEFINES QCR-DS-LABEL-VALUES.
001160     05  QCR-DS-LABEL           PIC X(16) OCCURS 3 TIMES.
001170 01  QCR-DS-TABLE.
001180     05  QCR-DS-ENTRY OCCURS 3 TIMES.
001190         10  QCR-DS-SAMPLED     PIC 9(05).
001200         10  QCR-DS-CHECKED     PIC 9(05).
001210         10  QCR-DS-DISAGREED   PIC 9(05).
001220
001230 01  QCR-HEADING-LINE            PIC X(80) VALUE
001240     '===== CALQCRP QUALITY-CONTROL SAMPLE REPORT ====='.
001250 01  QCR-PERIOD-LINE.
001260     05  FILLER                 PIC X(21) VALUE
001270         'SAMPLES DRAWN FROM: '.
001280     05  QCR-PRD-FROM           PIC 9(08).
001290     05  FILLER                 PIC X(04) VALUE ' TO '.
001300     05  QCR-PRD-TO             PIC 9(08).
001310     05  FILLER                 PIC X(39) VALUE SPACES.
001320 01  QCR-SOURCE-HEADING          PIC X(80) VALUE
001330     'SOURCE          SAMPLED CHECKED  AGREED DISAGREE  RATE %'.
001340 01  QCR-DS-HEADING              PIC X(80) VALUE
001350     'DIGIT SOURCE    SAMPLED CHECKED  AGREED DISAGREE  RATE %'.
001360 01  QCR-RATE-LINE.
001370     05  QCR-DTL-LABEL          PIC X(16).
001380     05  FILLER                 PIC X(02) VALUE SPACES.
001390     05  QCR-DTL-SAMPLED        PIC ZZZZ9.
001400     05  FILLER                 PIC X(03) VALUE SPACES.
001410     05  QCR-DTL-CHECKED        PIC ZZZZ9.
001420     05  FILLER                 PIC X(03) VALUE SPACES.
001430     05  QCR-DTL-AGREED         PIC ZZZZ9.
001440     05  FILLER                 PIC X(04) VALUE SPACES.
001450     05  QCR-DTL-DISAGREED      PIC ZZZZ9.
001460     05  FILLER                 PIC X(03) VALUE SPACES.
001470     05  QCR-DTL-RATE           PIC ZZ9.9.
001480     05  QCR-DTL-RATE-X REDEFINES QCR-DTL-RATE
001490                                PIC X(05).
001500 01  QCR-INVEST-TITLE            PIC X(80) VALUE
001510     'INVESTIGATION LIST - EVERY DISAGREEMENT ON FILE'.
001520 01  QCR-INVEST-HEADING          PIC X(80) VALUE
001530     'RUN-DATE  SEQNO  SOURCE   DS SYS READ   CHECKED   ON'.
001540 01  QCR-INVEST-LINE.
001550     05  QCR-INV-RUN-DATE       PIC 9(08).
001560     05  FILLER                 PIC X(02) VALUE SPACES.
001570     05  QCR-INV-SEQ-NO         PIC 9(05).
001580     05  FILLER                 PIC X(02) VALUE SPACES.
001590     05  QCR-INV-SOURCE         PIC X(08).
001600     05  FILLER                 PIC X(02) VALUE SPACES.
001610     05  QCR-INV-DIGIT-SOURCE   PIC X(01).
001620     05  FILLER                 PIC X(02) VALUE SPACES.
001630     05  QCR-INV-SYSTEM-VALUE   PIC 99.
001640     05  FILLER                 PIC X(03) VALUE SPACES.
001650     05  QCR-INV-READ-VALUE     PIC 99.
001660     05  FILLER                 PIC X(03) VALUE SPACES.
001670     05  QCR-INV-CHECKED-BY     PIC X(08).
001680     05  FILLER                 PIC X(02) VALUE SPACES.
001690     05  QCR-INV-CHECKED-DATE   PIC 9(08).
001700 01  QCR-INVEST-TEXT-LINE.
001710     05  FILLER                 PIC X(10) VALUE SPACES.
001720     05  QCR-INV-TEXT           PIC X(70).
001730 01  QCR-NONE-LINE               PIC X(80) VALUE
001740     'NONE - NO DISAGREEMENT ON FILE'.
001750 01  QCR-BLANK-LINE              PIC X(80) VALUE SPACES.
001760 01  QCR-FOOTER-LINE.
001770     05  QCR-FTR-LABEL          PIC X(28).
001780     05  QCR-FTR-VALUE          PIC ZZZZZZ9.
001790
001800 PROCEDURE DIVISION.
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001830     IF QCR-REPORT-STATUS NOT = '00'
001840         GO TO 9999-EXIT
001850     END-IF.
001860     PERFORM 2000-TALLY-SAMPLE THRU 2000-TALLY-SAMPLE-EXIT.
001870     PERFORM 3000-PRINT-RATES THRU 3000-PRINT-RATES-EXIT.
001880     PERFORM 4000-PRINT-INVESTIGATION
001890             THRU 4000-PRINT-INVESTIGATION-EXIT.
001900     PERFORM 8000-WRITE-FOOTER THRU 8000-WRITE-FOOTER-EXIT.
001910     CLOSE QCR-REPORT-FILE.
001920     GO TO 9999-EXIT.
001930
001940 0000-MAINLINE-EXIT.
001950     EXIT.
001960
001970******************************************************************
001980*    1000-INITIALIZE - REPORT DAYS FROM CALQCPRM, THE PERIOD
001990*    THEY GIVE (ENDING TODAY), AND THE REPORT HEADINGS.
002000******************************************************************
002010 1000-INITIALIZE.
002020     OPEN INPUT QCR-PARM-FILE.
002030     IF QCR-PARM-STATUS = '00'
002040         READ QCR-PARM-FILE
002050             AT END
002060                 MOVE '10' TO QCR-PARM-STATUS
002070         END-READ
002080         IF QCR-PARM-STATUS = '00'
002090                 AND QCR-PARM-REPORT-DAYS IS NUMERIC
002100                 AND QCR-PARM-REPORT-DAYS > ZERO
002110             MOVE QCR-PARM-REPORT-DAYS TO QCR-REPORT-DAYS
002120         END-IF
002130         CLOSE QCR-PARM-FILE
002140     END-IF.
002150     MOVE FUNCTION CURRENT-DATE(1:8) TO QCR-TODAY.
002160     COMPUTE QCR-FROM-DATE = FUNCTION DATE-OF-INTEGER(
002170         FUNCTION INTEGER-OF-DATE(QCR-TODAY)
002180             - QCR-REPORT-DAYS + 1).
002190     INITIALIZE QCR-SOURCE-TABLE QCR-DS-TABLE.
002200     OPEN OUTPUT QCR-REPORT-FILE.
002210     IF QCR-REPORT-STATUS NOT = '00'
002220         DISPLAY 'UNABLE TO OPEN CALQCRPT - STATUS: '
002230             QCR-REPORT-STATUS
002240         GO TO 1000-INITIALIZE-EXIT
002250     END-IF.
002260     MOVE QCR-HEADING-LINE TO QCR-REPORT-RECORD.
002270     WRITE QCR-REPORT-RECORD.
002280     MOVE QCR-FROM-DATE TO QCR-PRD-FROM.
002290     MOVE QCR-TODAY TO QCR-PRD-TO.
002300     MOVE QCR-PERIOD-LINE TO QCR-REPORT-RECORD.
002310     WRITE QCR-REPORT-RECORD.
002320
002330 1000-INITIALIZE-EXIT.
002340     EXIT.
002350
002360******************************************************************
002370*    2000-TALLY-SAMPLE - FIRST PASS OVER THE SAMPLE: COUNT EACH
002380*    LINE IN THE PERIOD UNDER ITS SOURCE AND ITS DIGIT SOURCE.
002390*    NO SAMPLE FILE YET (CALQCSEL HAS NEVER RUN) GIVES AN EMPTY
002400*    REPORT, NOT A FAILED STEP.
002410******************************************************************
002420 2000-TALLY-SAMPLE.
002430     OPEN INPUT QCR-SAMPLE-FILE.
002440     IF QCR-SAMPLE-STATUS NOT = '00'
002450         DISPLAY 'CALQCSMP NOT AVAILABLE - STATUS: '
002460             QCR-SAMPLE-STATUS
002470         MOVE 'N' TO QCR-SAMPLE-SW
002480         GO TO 2000-TALLY-SAMPLE-EXIT
002490     END-IF.
002500     MOVE 'N' TO QCR-EOF-SW.
002510     PERFORM 2010-TALLY-ONE-LINE THRU 2010-TALLY-ONE-LINE-EXIT
002520         UNTIL QCR-END-OF-FILE.
002530     CLOSE QCR-SAMPLE-FILE.
002540
002550 2000-TALLY-SAMPLE-EXIT.
002560     EXIT.
002570
002580 2010-TALLY-ONE-LINE.
002590     READ QCR-SAMPLE-FILE NEXT RECORD
002600         AT END
002610             MOVE 'Y' TO QCR-EOF-SW
002620             GO TO 2010-TALLY-ONE-LINE-EXIT
002630     END-READ.
002640     IF QCS-RUN-DATE < QCR-FROM-DATE
002650         GO TO 2010-TALLY-ONE-LINE-EXIT
002660     END-IF.
002670     PERFORM 2020-FIND-SOURCE THRU 2020-FIND-SOURCE-EXIT.
002680     EVALUATE TRUE
002690         WHEN QCS-NUMERALS-ONLY
002700             MOVE 1 TO QCR-DS-SUB
002710         WHEN QCS-WORDS-ONLY
002720             MOVE 2 TO QCR-DS-SUB
002730         WHEN OTHER
002740             MOVE 3 TO QCR-DS-SUB
002750     END-EVALUATE.
002760     ADD 1 TO QCR-TOTAL-SAMPLED QCR-SRC-SAMPLED(QCR-SRC-SUB)
002770         QCR-DS-SAMPLED(QCR-DS-SUB).
002780     IF QCS-PENDING
002790         GO TO 2010-TALLY-ONE-LINE-EXIT
002800     END-IF.
002810     ADD 1 TO QCR-TOTAL-CHECKED QCR-SRC-CHECKED(QCR-SRC-SUB)
002820         QCR-DS-CHECKED(QCR-DS-SUB).
002830     IF QCS-DISAGREED
002840         ADD 1 TO QCR-TOTAL-DISAGREED
002850             QCR-SRC-DISAGREED(QCR-SRC-SUB)
002860             QCR-DS-DISAGREED(QCR-DS-SUB)
002870     END-IF.
002880
002890 2010-TALLY-ONE-LINE-EXIT.
002900     EXIT.
002910
002920 2020-FIND-SOURCE.
002930     MOVE ZERO TO QCR-SRC-SUB.
002940     PERFORM 2025-MATCH-SOURCE THRU 2025-MATCH-SOURCE-EXIT
002950         VARYING QCR-SUB FROM 1 BY 1
002960         UNTIL QCR-SUB > QCR-SRC-COUNT
002970            OR QCR-SRC-SUB > ZERO.
002980     IF QCR-SRC-SUB > ZERO
002990         GO TO 2020-FIND-SOURCE-EXIT
003000     END-IF.
003010     IF QCR-SRC-COUNT < 49
003020         ADD 1 TO QCR-SRC-COUNT
003030         MOVE QCR-SRC-COUNT TO QCR-SRC-SUB
003040         MOVE QCS-SOURCE-ID TO QCR-SRC-ID(QCR-SRC-SUB)
003050     ELSE
003060         MOVE 50 TO QCR-SRC-SUB
003065         MOVE 50 TO QCR-SRC-COUNT
003070         MOVE '*OTHER*' TO QCR-SRC-ID(QCR-SRC-SUB)
003080     END-IF.
003090
003100 2020-FIND-SOURCE-EXIT.
003110     EXIT.
003120
003130 2025-MATCH-SOURCE.
003140     IF QCR-SRC-ID(QCR-SUB) = QCS-SOURCE-ID
003150         MOVE QCR-SUB TO QCR-SRC-SUB
003160     END-IF.
003170
003180 2025-MATCH-SOURCE-EXIT.
003190     EXIT.
003200
003210******************************************************************
003220*    3000-PRINT-RATES - THE SOURCE TABLE, THEN THE DIGIT-SOURCE
003230*    TABLE, EACH WITH A TOTAL LINE.
003240******************************************************************
003250 3000-PRINT-RATES.
003260     MOVE QCR-BLANK-LINE TO QCR-REPORT-RECORD.
003270     WRITE QCR-REPORT-RECORD.
003280     MOVE QCR-SOURCE-HEADING TO QCR-REPORT-RECORD.
003290     WRITE QCR-REPORT-RECORD.
003300     PERFORM 3010-PRINT-SOURCE THRU 3010-PRINT-SOURCE-EXIT
003310         VARYING QCR-SUB FROM 1 BY 1
003320         UNTIL QCR-SUB > QCR-SRC-COUNT.
003330     PERFORM 3030-PRINT-TOTAL THRU 3030-PRINT-TOTAL-EXIT.
003340     MOVE QCR-BLANK-LINE TO QCR-REPORT-RECORD.
003350     WRITE QCR-REPORT-RECORD.
003360     MOVE QCR-DS-HEADING TO QCR-REPORT-RECORD.
003370     WRITE QCR-REPORT-RECORD.
003380     PERFORM 3020-PRINT-DIGIT-SOURCE
003390             THRU 3020-PRINT-DIGIT-SOURCE-EXIT
003400         VARYING QCR-SUB FROM 1 BY 1
003410         UNTIL QCR-SUB > 3.
003420     PERFORM 3030-PRINT-TOTAL THRU 3030-PRINT-TOTAL-EXIT.
003430
003440 3000-PRINT-RATES-EXIT.
003450     EXIT.
003460
003470 3010-PRINT-SOURCE.
003480     MOVE QCR-SRC-ID(QCR-SUB) TO QCR-DTL-LABEL.
003490     MOVE QCR-SRC-SAMPLED(QCR-SUB) TO QCR-LINE-SAMPLED.
003500     MOVE QCR-SRC-CHECKED(QCR-SUB) TO QCR-LINE-CHECKED.
003510     MOVE QCR-SRC-DISAGREED(QCR-SUB) TO QCR-LINE-DISAGREED.
003520     PERFORM 3040-WRITE-RATE-LINE THRU 3040-WRITE-RATE-LINE-EXIT.
003530
003540 3010-PRINT-SOURCE-EXIT.
003550     EXIT.
003560
003570 3020-PRINT-DIGIT-SOURCE.
003580     MOVE QCR-DS-LABEL(QCR-SUB) TO QCR-DTL-LABEL.
003590     MOVE QCR-DS-SAMPLED(QCR-SUB) TO QCR-LINE-SAMPLED.
003600     MOVE QCR-DS-CHECKED(QCR-SUB) TO QCR-LINE-CHECKED.
003610     MOVE QCR-DS-DISAGREED(QCR-SUB) TO QCR-LINE-DISAGREED.
003620     PERFORM 3040-WRITE-RATE-LINE THRU 3040-WRITE-RATE-LINE-EXIT.
003630
003640 3020-PRINT-DIGIT-SOURCE-EXIT.
003650     EXIT.
003660
003670 3030-PRINT-TOTAL.
003680     MOVE 'TOTAL' TO QCR-DTL-LABEL.
003690     MOVE QCR-TOTAL-SAMPLED TO QCR-LINE-SAMPLED.
003700     MOVE QCR-TOTAL-CHECKED TO QCR-LINE-CHECKED.
003710     MOVE QCR-TOTAL-DISAGREED TO QCR-LINE-DISAGREED.
003720     PERFORM 3040-WRITE-RATE-LINE THRU 3040-WRITE-RATE-LINE-EXIT.
003730
003740 3030-PRINT-TOTAL-EXIT.
003750     EXIT.
003760
003770*    THE COUNTS ARE ALREADY ON THE LINE; WORK OUT AGREED AND THE
003780*    RATE FROM THEM.  NOTHING CHECKED YET HAS NO RATE.
003790 3040-WRITE-RATE-LINE.
003800     MOVE QCR-LINE-SAMPLED TO QCR-DTL-SAMPLED.
003810     MOVE QCR-LINE-CHECKED TO QCR-DTL-CHECKED.
003820     MOVE QCR-LINE-DISAGREED TO QCR-DTL-DISAGREED.
003830     MOVE QCR-LINE-CHECKED TO QCR-AGREED.
003840     SUBTRACT QCR-LINE-DISAGREED FROM QCR-AGREED.
003850     MOVE QCR-AGREED TO QCR-DTL-AGREED.
003860     IF QCR-LINE-CHECKED = ZERO
003870         MOVE '  N/A' TO QCR-DTL-RATE-X
003880     ELSE
003890         COMPUTE QCR-RATE ROUNDED =
003900             QCR-LINE-DISAGREED * 100 / QCR-LINE-CHECKED
003910         MOVE QCR-RATE TO QCR-DTL-RATE
003920     END-IF.
003930     MOVE QCR-RATE-LINE TO QCR-REPORT-RECORD.
003940     WRITE QCR-REPORT-RECORD.
003950
003960 3040-WRITE-RATE-LINE-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000*    4000-PRINT-INVESTIGATION - SECOND PASS: EVERY DISAGREEMENT
004010*    ON FILE, NOT ONLY THE PERIOD'S, WITH THE TEXT UNDERNEATH SO
004020*    THE LINE CAN BE INVESTIGATED FROM THE REPORT ALONE.
004030******************************************************************
004040 4000-PRINT-INVESTIGATION.
004050     MOVE QCR-BLANK-LINE TO QCR-REPORT-RECORD.
004060     WRITE QCR-REPORT-RECORD.
004070     MOVE QCR-INVEST-TITLE TO QCR-REPORT-RECORD.
004080     WRITE QCR-REPORT-RECORD.
004090     MOVE QCR-INVEST-HEADING TO QCR-REPORT-RECORD.
004100     WRITE QCR-REPORT-RECORD.
004110     IF QCR-SAMPLE-AVAILABLE
004120         OPEN INPUT QCR-SAMPLE-FILE
004130         IF QCR-SAMPLE-STATUS = '00'
004140             MOVE 'N' TO QCR-EOF-SW
004150             PERFORM 4010-LIST-ONE-LINE
004160                     THRU 4010-LIST-ONE-LINE-EXIT
004170                 UNTIL QCR-END-OF-FILE
004180             CLOSE QCR-SAMPLE-FILE
004190         END-IF
004200     END-IF.
004210     IF QCR-INVEST-COUNT = ZERO
004220         MOVE QCR-NONE-LINE TO QCR-REPORT-RECORD
004230         WRITE QCR-REPORT-RECORD
004240     END-IF.
004250
004260 4000-PRINT-INVESTIGATION-EXIT.
004270     EXIT.
004280
004290 4010-LIST-ONE-LINE.
004300     READ QCR-SAMPLE-FILE NEXT RECORD
004310         AT END
004320             MOVE 'Y' TO QCR-EOF-SW
004330             GO TO 4010-LIST-ONE-LINE-EXIT
004340     END-READ.
004350     IF NOT QCS-DISAGREED
004360         GO TO 4010-LIST-ONE-LINE-EXIT
004370     END-IF.
004380     ADD 1 TO QCR-INVEST-COUNT.
004390     MOVE QCS-RUN-DATE TO QCR-INV-RUN-DATE.
004400     MOVE QCS-SEQ-NO TO QCR-INV-SEQ-NO.
004410     MOVE QCS-SOURCE-ID TO QCR-INV-SOURCE.
004420     MOVE QCS-DIGIT-SOURCE TO QCR-INV-DIGIT-SOURCE.
004430     MOVE QCS-VALUE TO QCR-INV-SYSTEM-VALUE.
004440     MOVE QCS-READ-VALUE TO QCR-INV-READ-VALUE.
004450     MOVE QCS-CHECKED-BY TO QCR-INV-CHECKED-BY.
004460     MOVE QCS-CHECKED-DATE TO QCR-INV-CHECKED-DATE.
004470     MOVE QCR-INVEST-LINE TO QCR-REPORT-RECORD.
004480     WRITE QCR-REPORT-RECORD.
004490     MOVE QCS-CALIB-TEXT(1:70) TO QCR-INV-TEXT.
004500     MOVE QCR-INVEST-TEXT-LINE TO QCR-REPORT-RECORD.
004510     WRITE QCR-REPORT-RECORD.
004520     IF QCS-CALIB-TEXT(71:30) NOT = SPACES
004530         MOVE QCS-CALIB-TEXT(71:30) TO QCR-INV-TEXT
004540         MOVE QCR-INVEST-TEXT-LINE TO QCR-REPORT-RECORD
004550         WRITE QCR-REPORT-RECORD
004560     END-IF.
004570
004580 4010-LIST-ONE-LINE-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620*    8000-WRITE-FOOTER - PERIOD TOTALS; ANY DISAGREEMENT GOES TO
004630*    THE CENTRAL ALERT LOG SO THE INVESTIGATION IS NOT MISSED.
004640******************************************************************
004650 8000-WRITE-FOOTER.
004660     MOVE QCR-BLANK-LINE TO QCR-REPORT-RECORD.
004670     WRITE QCR-REPORT-RECORD.
004680     MOVE 'LINES SAMPLED...........: ' TO QCR-FTR-LABEL.
004690     MOVE QCR-TOTAL-SAMPLED TO QCR-FTR-VALUE.
004700     PERFORM 8010-WRITE-FOOTER-LINE
004710             THRU 8010-WRITE-FOOTER-LINE-EXIT.
004720     MOVE 'NOT YET READ............: ' TO QCR-FTR-LABEL.
004730     COMPUTE QCR-NOT-READ = QCR-TOTAL-SAMPLED - QCR-TOTAL-CHECKED.
004740     MOVE QCR-NOT-READ TO QCR-FTR-VALUE.
004750     PERFORM 8010-WRITE-FOOTER-LINE
004760             THRU 8010-WRITE-FOOTER-LINE-EXIT.
004770     MOVE 'TO INVESTIGATE..........: ' TO QCR-FTR-LABEL.
004780     MOVE QCR-INVEST-COUNT TO QCR-FTR-VALUE.
004790     PERFORM 8010-WRITE-FOOTER-LINE
004800             THRU 8010-WRITE-FOOTER-LINE-EXIT.
004810     IF QCR-INVEST-COUNT > ZERO
004820         MOVE 'CALQCRP' TO ALR-STEP-NAME
004830         MOVE 'W' TO ALR-SEVERITY
004840         MOVE SPACES TO ALR-ALERT-TEXT
004850         STRING 'QC DISAGREEMENTS TO INVESTIGATE: '
004860             QCR-INVEST-COUNT ' - SEE CALQCRPT'
004870             DELIMITED BY SIZE INTO ALR-ALERT-TEXT
004880         CALL 'ALRTWRT' USING ALR-ALERT-PARM
004890     END-IF.
004900     DISPLAY 'CALQCRP COMPLETE - SAMPLED: ' QCR-TOTAL-SAMPLED
004910         ' READ: ' QCR-TOTAL-CHECKED
004920         ' DISAGREED: ' QCR-TOTAL-DISAGREED.
004930
004940 8000-WRITE-FOOTER-EXIT.
004950     EXIT.
004960
004970 8010-WRITE-FOOTER-LINE.
004980     MOVE QCR-FOOTER-LINE TO QCR-REPORT-RECORD.
004990     WRITE QCR-REPORT-RECORD.
005000
005010 8010-WRITE-FOOTER-LINE-EXIT.
005020     EXIT.
005030
005040 9999-EXIT.
005050     IF QCR-REPORT-STATUS NOT = '00'
005060         MOVE 8 TO RETURN-CODE
005070     ELSE
005080         MOVE 0 TO RETURN-CODE
005090     END-IF.
005100     GOBACK.
