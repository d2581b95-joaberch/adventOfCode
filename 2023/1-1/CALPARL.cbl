000100******************************************************************
000110*    PROGRAM-ID..: CALPARL
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: PARALLEL-RUN COMPARISON OF CANDIDATE
000170*                   CALIBRATION RULES AGAINST PRODUCTION.  READS
000180*                   ONE NIGHT'S LINES - TONIGHT'S CALMSTR MASTER,
000190*                   OR A NIGHT ON THE CALARCHM ARCHIVE NAMED ON
000200*                   THE CALPRPRM PARAMETER - AND RECALIBRATES
000210*                   EACH LINE TWICE: WITH THE PRODUCTION RULES
000220*                   (CALFIND AND THE CALDICT SNAPSHOT, AS CALDRV
000230*                   RUNS THEM) AND WITH THE CANDIDATE RULES
000240*                   (THE CALPRCND SUBPROGRAM).  EVERY LINE WHOSE
000250*                   FIRST DIGIT, LAST DIGIT OR VALUE WOULD MOVE
000260*                   IS LISTED ON CALPRLRP WITH BOTH RESULTS, AND
000270*                   THE FOOTER GIVES BOTH GRAND TOTALS AND THE
000280*                   NET EFFECT, SO A SUPERVISOR CAN SIGN A RULE
000290*                   CHANGE OFF KNOWING WHAT IT WILL MOVE.  THE
000300*                   MASTER AND THE ARCHIVE ARE OPENED FOR INPUT
000310*                   ONLY - NOTHING IS UPDATED.  A STORED RESULT
000320*                   THE PRODUCTION RULES NO LONGER REPEAT (THE
000330*                   RULES HAVE CHANGED SINCE THAT NIGHT) IS
000340*                   COUNTED AND ENDS THE RUN WITH RETURN CODE 4.
000342*                   A NIGHT WITH NO LINES TO COMPARE (NOT ON THE
000344*                   ARCHIVE, OR AN EMPTY MASTER) ENDS IT WITH 8,
000346*                   SO AN EMPTY COMPARISON IS NEVER SIGNED OFF.
000350*                   RUN ON DEMAND, OUTSIDE THE NIGHTLY CHAIN.
000360*    MODIFICATION HISTORY:
000370*      2026-10-15  RJB  ORIGINAL.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. CALPARL.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PRL-PARM-FILE ASSIGN TO 'CALPRPRM'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PRL-PARM-STATUS.
000480
000490     SELECT PRL-MASTER-FILE ASSIGN TO 'CALMSTR'
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS CALM-SEQ-NO
000530         FILE STATUS IS PRL-MASTER-STATUS.
000540
000550     SELECT PRL-ARCHIVE-FILE ASSIGN TO 'CALARCHM'
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS CLA-KEY
000590         FILE STATUS IS PRL-ARCHIVE-STATUS.
000600
000610     SELECT PRL-CAL-CONTROL-FILE ASSIGN TO 'CALCTL'
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS PRL-CAL-STATUS.
000640
000650     SELECT PRL-REPORT-FILE ASSIGN TO 'CALPRLRP'
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS PRL-REPORT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  PRL-PARM-FILE
000720     RECORDING MODE IS F.
000730 01  PRL-PARM-RECORD            PIC X(10).
000740
000750 FD  PRL-MASTER-FILE.
000760     COPY CALMSTRC.
000770
000780 FD  PRL-ARCHIVE-FILE.
000790     COPY CALARCHC.
000800
000810 FD  PRL-CAL-CONTROL-FILE
000820     RECORDING MODE IS F.
000830 01  PRL-CAL-CONTROL-RECORD     PIC X(84).
000840
000850 FD  PRL-REPORT-FILE
000860     RECORDING MODE IS F.
000870 01  PRL-REPORT-RECORD          PIC X(80).
000880
000890 WORKING-STORAGE SECTION.
000900     COPY CALWORK.
000910     COPY CALDICTW.
000920     COPY CALCTLWS.
000930     COPY CALPRCWL.
000940
000950 77  PRL-PARM-STATUS            PIC X(02) VALUE '00'.
000960 77  PRL-MASTER-STATUS          PIC X(02) VALUE '00'.
000970 77  PRL-ARCHIVE-STATUS         PIC X(02) VALUE '00'.
000980 77  PRL-CAL-STATUS             PIC X(02) VALUE '00'.
000990 77  PRL-REPORT-STATUS          PIC X(02) VALUE '00'.
001000
001010 77  PRL-EOF-SW                 PIC X VALUE 'N'.
001020     88  PRL-END-OF-FILE                VALUE 'Y'.
001030 77  PRL-ERROR-SW               PIC X VALUE 'N'.
001040     88  PRL-RUN-IN-ERROR               VALUE 'Y'.
001050 77  PRL-INPUT-SW               PIC X VALUE 'M'.
001060     88  PRL-FROM-MASTER                VALUE 'M'.
001070     88  PRL-FROM-ARCHIVE               VALUE 'A'.
001080 77  PRL-NIGHT-DATE             PIC 9(08) VALUE ZERO.
001090
001100*    THE LINE BEING COMPARED, FROM WHICHEVER FILE WAS CHOSEN,
001110*    AND WHAT WAS STORED FOR IT THAT NIGHT.
001120 77  PRL-LINE-SEQ-NO            PIC 9(05) VALUE ZERO.
001130 77  PRL-LINE-TEXT              PIC X(100) VALUE SPACES.
001140 77  PRL-LINE-SOURCE            PIC X(08) VALUE SPACES.
001150 77  PRL-LINE-VALUE             PIC 9(02) VALUE ZERO.
001160 77  PRL-LINE-STATUS            PIC X(01) VALUE SPACE.
001170     88  PRL-LINE-CALIBRATED            VALUE 'C'.
001180     88  PRL-LINE-EXCEPTION             VALUE 'E'.
001190
001200*    THE PRODUCTION RESULT FOR THE LINE.
001210 77  PRL-PROD-FOUND-SW          PIC X VALUE 'N'.
001220     88  PRL-PROD-DIGITS-FOUND          VALUE 'Y'.
001230 77  PRL-PROD-FIRST             PIC 9(01) VALUE ZERO.
001240 77  PRL-PROD-LAST              PIC 9(01) VALUE ZERO.
001250 77  PRL-PROD-VALUE             PIC 9(02) VALUE ZERO.
001260 77  PRL-LINE-DIFFERS-SW        PIC X VALUE 'N'.
001270     88  PRL-LINE-DIFFERS               VALUE 'Y'.
001280
001290 77  PRL-COMPARED-COUNT         PIC 9(07) VALUE ZERO.
001300 77  PRL-DIFFER-COUNT           PIC 9(07) VALUE ZERO.
001310 77  PRL-FIRST-CHANGED-COUNT    PIC 9(07) VALUE ZERO.
001320 77  PRL-LAST-CHANGED-COUNT     PIC 9(07) VALUE ZERO.
001330 77  PRL-VALUE-CHANGED-COUNT    PIC 9(07) VALUE ZERO.
001340 77  PRL-NEW-EXCEPTION-COUNT    PIC 9(07) VALUE ZERO.
001350 77  PRL-NEW-CALIBRATED-COUNT   PIC 9(07) VALUE ZERO.
001360 77  PRL-STORED-MISMATCH-COUNT  PIC 9(07) VALUE ZERO.
001370 77  PRL-PROD-TOTAL             PIC 9(10) VALUE ZERO.
001380 77  PRL-CAND-TOTAL             PIC 9(10) VALUE ZERO.
001390 77  PRL-NET-EFFECT             PIC S9(10) VALUE ZERO.
001400 77  PRL-LINE-CHANGE            PIC S9(03) VALUE ZERO.
001410
001420 01  PRL-PARM-LINE.
001430     05  PRL-PARM-SOURCE        PIC X(01).
001440         88  PRL-PARM-MASTER            VALUE 'M'.
001450         88  PRL-PARM-ARCHIVE           VALUE 'A'.
001460     05  FILLER                 PIC X(01).
001470     05  PRL-PARM-RUN-DATE      PIC X(08).
001480
001490 01  PRL-HEADING-LINE            PIC X(80) VALUE
001500     '===== CALPARL PARALLEL RUN - CANDIDATE VS PRODUCTION ====='.
001510 01  PRL-NIGHT-LINE.
001520     05  FILLER                 PIC X(16) VALUE
001530         'NIGHT COMPARED: '.
001540     05  PRL-NGT-DATE           PIC 9(08).
001550     05  FILLER                 PIC X(06) VALUE ' FROM '.
001560     05  PRL-NGT-FILE           PIC X(08).
001570     05  FILLER                 PIC X(42) VALUE
001580         ' - RECALIBRATED ONLY, NOTHING UPDATED'.
001590 01  PRL-HEADING-LINE-2          PIC X(80) VALUE
001600     '                 --PROD-   --CAND-'.
001610 01  PRL-HEADING-LINE-3.
001620     05  FILLER                 PIC X(34) VALUE
001630         'SEQNO  SOURCE    F L VAL   F L VAL'.
001640     05  FILLER                 PIC X(46) VALUE
001650         ' CHANGE  CALIBRATION TEXT'.
001660 01  PRL-DETAIL-LINE.
001670     05  PRL-DTL-SEQ-NO         PIC 9(05).
001680     05  FILLER                 PIC X(02) VALUE SPACES.
001690     05  PRL-DTL-SOURCE         PIC X(08).
001700     05  FILLER                 PIC X(02) VALUE SPACES.
001710     05  PRL-DTL-PROD-FIRST     PIC X(01).
001720     05  FILLER                 PIC X(01) VALUE SPACES.
001730     05  PRL-DTL-PROD-LAST      PIC X(01).
001740     05  FILLER                 PIC X(01) VALUE SPACES.
001750     05  PRL-DTL-PROD-VALUE     PIC ZZ9.
001760     05  FILLER                 PIC X(03) VALUE SPACES.
001770     05  PRL-DTL-CAND-FIRST     PIC X(01).
001780     05  FILLER                 PIC X(01) VALUE SPACES.
001790     05  PRL-DTL-CAND-LAST      PIC X(01).
001800     05  FILLER                 PIC X(01) VALUE SPACES.
001810     05  PRL-DTL-CAND-VALUE     PIC ZZ9.
001820     05  FILLER                 PIC X(03) VALUE SPACES.
001830     05  PRL-DTL-CHANGE         PIC ---9.
001840     05  FILLER                 PIC X(02) VALUE SPACES.
001850     05  PRL-DTL-TEXT           PIC X(36).
001860 01  PRL-TEXT-CONT-LINE.
001870     05  FILLER                 PIC X(15) VALUE SPACES.
001880     05  PRL-CNT-TEXT           PIC X(64).
001890 01  PRL-NONE-LINE               PIC X(80) VALUE
001900     'NO LINE MOVES UNDER THE CANDIDATE RULES'.
001903 01  PRL-EMPTY-LINE              PIC X(80) VALUE
001906     '*** NO LINES FOR THIS NIGHT - NOTHING WAS COMPARED'.
001910 01  PRL-FOOTER-LINE.
001920     05  PRL-FTR-LABEL          PIC X(28).
001930     05  PRL-FTR-VALUE          PIC ----------9.
001940 01  PRL-DICT-LINE.
001950     05  PRL-DCT-LABEL          PIC X(28).
001960     05  PRL-DCT-TEXT           PIC X(40).
001970
001980 PROCEDURE DIVISION.
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002010     IF NOT PRL-RUN-IN-ERROR
002020         PERFORM 2000-COMPARE-ONE-LINE
002030                 THRU 2000-COMPARE-ONE-LINE-EXIT
002040             UNTIL PRL-END-OF-FILE
002050         PERFORM 8000-WRITE-FOOTER THRU 8000-WRITE-FOOTER-EXIT
002060         IF PRL-FROM-ARCHIVE
002070             CLOSE PRL-ARCHIVE-FILE
002080         ELSE
002090             CLOSE PRL-MASTER-FILE
002100         END-IF
002110         CLOSE PRL-REPORT-FILE
002120     END-IF.
002130     GO TO 9999-EXIT.
002140
002150 0000-MAINLINE-EXIT.
002160     EXIT.
002170
002180******************************************************************
002190*    1000-INITIALIZE - LOAD THE PRODUCTION WORD TABLE, WORK OUT
002200*    WHICH NIGHT IS WANTED, OPEN IT FOR INPUT AND START THE
002210*    REPORT.
002220******************************************************************
002230 1000-INITIALIZE.
002240     PERFORM 3001-INIT-WORD-TABLE THRU 3001-INIT-WORD-TABLE-EXIT.
002250     PERFORM 1010-READ-PARAMETER THRU 1010-READ-PARAMETER-EXIT.
002260     IF PRL-RUN-IN-ERROR
002270         GO TO 1000-INITIALIZE-EXIT
002280     END-IF.
002290     IF PRL-FROM-ARCHIVE
002300         PERFORM 1030-OPEN-ARCHIVE THRU 1030-OPEN-ARCHIVE-EXIT
002310     ELSE
002320         PERFORM 1020-OPEN-MASTER THRU 1020-OPEN-MASTER-EXIT
002330     END-IF.
002340     IF PRL-RUN-IN-ERROR
002350         GO TO 1000-INITIALIZE-EXIT
002360     END-IF.
002370     OPEN OUTPUT PRL-REPORT-FILE.
002380     IF PRL-REPORT-STATUS NOT = '00'
002390         DISPLAY 'UNABLE TO OPEN CALPRLRP - STATUS: '
002400             PRL-REPORT-STATUS
002410         MOVE 'Y' TO PRL-ERROR-SW
002420         IF PRL-FROM-ARCHIVE
002430             CLOSE PRL-ARCHIVE-FILE
002440         ELSE
002450             CLOSE PRL-MASTER-FILE
002460         END-IF
002470         GO TO 1000-INITIALIZE-EXIT
002480     END-IF.
002490     MOVE PRL-NIGHT-DATE TO PRL-NGT-DATE.
002500     MOVE PRL-HEADING-LINE TO PRL-REPORT-RECORD.
002510     WRITE PRL-REPORT-RECORD.
002520     MOVE PRL-NIGHT-LINE TO PRL-REPORT-RECORD.
002530     WRITE PRL-REPORT-RECORD.
002540     MOVE PRL-HEADING-LINE-2 TO PRL-REPORT-RECORD.
002550     WRITE PRL-REPORT-RECORD.
002560     MOVE PRL-HEADING-LINE-3 TO PRL-REPORT-RECORD.
002570     WRITE PRL-REPORT-RECORD.
002580
002590 1000-INITIALIZE-EXIT.
002600     EXIT.
002610
002620******************************************************************
002630*    1010-READ-PARAMETER - CALPRPRM: COLUMN 1 M (TONIGHT'S
002640*    CALMSTR MASTER) OR A (AN ARCHIVED NIGHT), COLUMNS 3-10 THE
002650*    ARCHIVED RUN DATE (CCYYMMDD).  NO PARAMETER MEANS TONIGHT'S
002660*    MASTER, DATED FROM CALCTL (TODAY WHEN CALCTL HAS NO DATE).
002670******************************************************************
002680 1010-READ-PARAMETER.
002690     MOVE SPACES TO PRL-PARM-LINE.
002700     OPEN INPUT PRL-PARM-FILE.
002710     IF PRL-PARM-STATUS = '00'
002720         READ PRL-PARM-FILE INTO PRL-PARM-LINE
002730             AT END
002740                 MOVE SPACES TO PRL-PARM-LINE
002750         END-READ
002760         CLOSE PRL-PARM-FILE
002770     END-IF.
002780     IF PRL-PARM-ARCHIVE
002790         IF PRL-PARM-RUN-DATE NOT NUMERIC
002800             DISPLAY 'CALPRPRM ARCHIVE RUN DATE NOT NUMERIC: '
002810                 PRL-PARM-RUN-DATE
002820             MOVE 'Y' TO PRL-ERROR-SW
002830             GO TO 1010-READ-PARAMETER-EXIT
002840         END-IF
002850         MOVE 'A' TO PRL-INPUT-SW
002860         MOVE PRL-PARM-RUN-DATE TO PRL-NIGHT-DATE
002870         MOVE 'CALARCHM' TO PRL-NGT-FILE
002880         GO TO 1010-READ-PARAMETER-EXIT
002890     END-IF.
002900     IF NOT PRL-PARM-MASTER AND PRL-PARM-SOURCE NOT = SPACE
002910         DISPLAY 'CALPRPRM SOURCE MUST BE M OR A: '
002920             PRL-PARM-SOURCE
002930         MOVE 'Y' TO PRL-ERROR-SW
002940         GO TO 1010-READ-PARAMETER-EXIT
002950     END-IF.
002960     MOVE 'M' TO PRL-INPUT-SW.
002970     MOVE 'CALMSTR' TO PRL-NGT-FILE.
002980     MOVE FUNCTION CURRENT-DATE(1:8) TO PRL-NIGHT-DATE.
002990     OPEN INPUT PRL-CAL-CONTROL-FILE.
003000     IF PRL-CAL-STATUS = '00'
003010         READ PRL-CAL-CONTROL-FILE INTO CTL-CONTROL-LINE
003020             AT END
003030                 MOVE SPACES TO CTL-RUN-DATE
003040         END-READ
003050         CLOSE PRL-CAL-CONTROL-FILE
003060         IF CTL-RUN-DATE IS NUMERIC
003070             MOVE CTL-RUN-DATE TO PRL-NIGHT-DATE
003080         END-IF
003090     END-IF.
003100
003110 1010-READ-PARAMETER-EXIT.
003120     EXIT.
003130
003140 1020-OPEN-MASTER.
003150     OPEN INPUT PRL-MASTER-FILE.
003160     IF PRL-MASTER-STATUS NOT = '00'
003170         DISPLAY 'UNABLE TO OPEN CALMSTR - STATUS: '
003180             PRL-MASTER-STATUS
003190         MOVE 'Y' TO PRL-ERROR-SW
003200     END-IF.
003210
003220 1020-OPEN-MASTER-EXIT.
003230     EXIT.
003240
003250******************************************************************
003260*    1030-OPEN-ARCHIVE - POSITION ON THE FIRST LINE OF THE
003270*    CHOSEN NIGHT.  A NIGHT WITH NOTHING ON THE ARCHIVE (NEVER
003280*    BALANCED, OR A DATE MISTYPED) IS A FAILED RUN.
003290******************************************************************
003300 1030-OPEN-ARCHIVE.
003310     OPEN INPUT PRL-ARCHIVE-FILE.
003320     IF PRL-ARCHIVE-STATUS NOT = '00'
003330         DISPLAY 'UNABLE TO OPEN CALARCHM - STATUS: '
003340             PRL-ARCHIVE-STATUS
003350         MOVE 'Y' TO PRL-ERROR-SW
003360         GO TO 1030-OPEN-ARCHIVE-EXIT
003370     END-IF.
003380     MOVE PRL-NIGHT-DATE TO CLA-RUN-DATE.
003390     MOVE ZERO TO CLA-SEQ-NO.
003400     START PRL-ARCHIVE-FILE KEY IS NOT LESS THAN CLA-KEY
003410         INVALID KEY
003420             MOVE 'Y' TO PRL-ERROR-SW
003430     END-START.
003431*    A NIGHT NOT ON THE ARCHIVE STILL STARTS ON THE NEXT NIGHT
003432*    THAT IS, SO THE FIRST LINE MUST BE LOOKED AT BEFORE THE
003433*    COMPARISON IS ALLOWED TO BEGIN.
003434     IF NOT PRL-RUN-IN-ERROR
003435         READ PRL-ARCHIVE-FILE NEXT RECORD
003436             AT END
003437                 MOVE 'Y' TO PRL-ERROR-SW
003438         END-READ
003439     END-IF.
003440     IF NOT PRL-RUN-IN-ERROR
003441             AND CLA-RUN-DATE NOT = PRL-NIGHT-DATE
003442         MOVE 'Y' TO PRL-ERROR-SW
003443     END-IF.
003444     IF NOT PRL-RUN-IN-ERROR
003445         MOVE PRL-NIGHT-DATE TO CLA-RUN-DATE
003446         MOVE ZERO TO CLA-SEQ-NO
003447         START PRL-ARCHIVE-FILE KEY IS NOT LESS THAN CLA-KEY
003448             INVALID KEY
003449                 MOVE 'Y' TO PRL-ERROR-SW
003450         END-START
003451     END-IF.
003452     IF PRL-RUN-IN-ERROR
003453         DISPLAY 'NO ARCHIVED LINES FOR RUN DATE '
003460             PRL-NIGHT-DATE
003470         CLOSE PRL-ARCHIVE-FILE
003480     END-IF.
003490
003500 1030-OPEN-ARCHIVE-EXIT.
003510     EXIT.
003520
003530******************************************************************
003540*    2000-COMPARE-ONE-LINE - NEXT LINE OF THE NIGHT, THROUGH
003550*    BOTH SETS OF RULES; A LINE THAT MOVES IS LISTED.
003560******************************************************************
003570 2000-COMPARE-ONE-LINE.
003580     IF PRL-FROM-ARCHIVE
003590         PERFORM 2010-READ-ARCHIVE THRU 2010-READ-ARCHIVE-EXIT
003600     ELSE
003610         PERFORM 2020-READ-MASTER THRU 2020-READ-MASTER-EXIT
003620     END-IF.
003630     IF PRL-END-OF-FILE
003640         GO TO 2000-COMPARE-ONE-LINE-EXIT
003650     END-IF.
003660     ADD 1 TO PRL-COMPARED-COUNT.
003670     PERFORM 2030-PRODUCTION-RULES
003680             THRU 2030-PRODUCTION-RULES-EXIT.
003690     MOVE PRL-LINE-TEXT TO PRC-CALIB-TEXT.
003700     MOVE PRL-LINE-SOURCE TO PRC-SOURCE-ID.
003710     CALL 'CALPRCND' USING PRC-CANDIDATE-PARM.
003720     ADD PRL-PROD-VALUE TO PRL-PROD-TOTAL.
003730     ADD PRC-VALUE TO PRL-CAND-TOTAL.
003740     PERFORM 2040-COMPARE-RESULTS THRU 2040-COMPARE-RESULTS-EXIT.
003750     IF PRL-LINE-DIFFERS
003760         PERFORM 2050-WRITE-DETAIL THRU 2050-WRITE-DETAIL-EXIT
003770     END-IF.
003780
003790 2000-COMPARE-ONE-LINE-EXIT.
003800     EXIT.
003810
003820*    THE ARCHIVE IS READ UNTIL THE RUN DATE CHANGES.
003830 2010-READ-ARCHIVE.
003840     READ PRL-ARCHIVE-FILE NEXT RECORD
003850         AT END
003860             MOVE 'Y' TO PRL-EOF-SW
003870             GO TO 2010-READ-ARCHIVE-EXIT
003880     END-READ.
003890     IF CLA-RUN-DATE NOT = PRL-NIGHT-DATE
003900         MOVE 'Y' TO PRL-EOF-SW
003910         GO TO 2010-READ-ARCHIVE-EXIT
003920     END-IF.
003930     MOVE CLA-SEQ-NO TO PRL-LINE-SEQ-NO.
003940     MOVE CLA-CALIB-TEXT TO PRL-LINE-TEXT.
003950     MOVE CLA-SOURCE-ID TO PRL-LINE-SOURCE.
003960     MOVE CLA-VALUE TO PRL-LINE-VALUE.
003970     MOVE CLA-STATUS TO PRL-LINE-STATUS.
003980
003990 2010-READ-ARCHIVE-EXIT.
004000     EXIT.
004010
004020 2020-READ-MASTER.
004030     READ PRL-MASTER-FILE NEXT RECORD
004040         AT END
004050             MOVE 'Y' TO PRL-EOF-SW
004060             GO TO 2020-READ-MASTER-EXIT
004070     END-READ.
004080     MOVE CALM-SEQ-NO TO PRL-LINE-SEQ-NO.
004090     MOVE CALM-CALIB-TEXT TO PRL-LINE-TEXT.
004100     MOVE CALM-SOURCE-ID TO PRL-LINE-SOURCE.
004110     MOVE CALM-VALUE TO PRL-LINE-VALUE.
004120     MOVE CALM-STATUS TO PRL-LINE-STATUS.
004130
004140 2020-READ-MASTER-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180*    2030-PRODUCTION-RULES - THE LINE THROUGH THE SAME FIND-
004190*    FIRST/LAST-DIGIT LOGIC AND DICTIONARY CALDRV USES TONIGHT.
004200*    A LINE ALREADY CALIBRATED OR IN EXCEPTION WHOSE STORED
004210*    RESULT THE PRODUCTION RULES DO NOT REPEAT IS COUNTED - THE
004220*    COMPARISON IS THEN AGAINST TODAY'S RULES, NOT THAT NIGHT'S.
004230******************************************************************
004240 2030-PRODUCTION-RULES.
004250     MOVE PRL-LINE-TEXT TO CAL-STRVALEUR.
004260     MOVE PRL-LINE-SOURCE TO CAL-LINE-SOURCE-ID.
004270     PERFORM 3002-SELECT-LINE-LANGUAGE
004280             THRU 3002-SELECT-LINE-LANGUAGE-EXIT.
004290     MOVE 'N' TO CAL-FOUND-NUMERIC-SW.
004300     PERFORM 3000-FINDVAL THRU 3000-FINDVAL-EXIT
004310         VARYING CAL-COUNTER FROM 1 BY 1
004320         UNTIL CAL-COUNTER > LENGTH OF CAL-STRVALEUR.
004330     IF CAL-NUMERIC-NOT-FOUND
004340         MOVE 'N' TO PRL-PROD-FOUND-SW
004350         MOVE ZERO TO PRL-PROD-FIRST
004360         MOVE ZERO TO PRL-PROD-LAST
004370         MOVE ZERO TO PRL-PROD-VALUE
004380     ELSE
004390         STRING CAL-FIRST-NUMERIC-VAL CAL-LAST-NUMERIC-VAL
004400             DELIMITED BY SIZE INTO CAL-FULL-NUMERIC-VAL
004410         MOVE CAL-FULL-NUMERIC-VAL TO CAL-FULL-IN-NUMERIC
004420         MOVE 'Y' TO PRL-PROD-FOUND-SW
004430         MOVE CAL-FIRST-NUMERIC-VAL TO PRL-PROD-FIRST
004440         MOVE CAL-LAST-NUMERIC-VAL TO PRL-PROD-LAST
004450         MOVE CAL-FULL-IN-NUMERIC TO PRL-PROD-VALUE
004460     END-IF.
004470     IF PRL-LINE-CALIBRATED
004480         IF NOT PRL-PROD-DIGITS-FOUND
004490                 OR PRL-PROD-VALUE NOT = PRL-LINE-VALUE
004500             ADD 1 TO PRL-STORED-MISMATCH-COUNT
004510         END-IF
004520     END-IF.
004530     IF PRL-LINE-EXCEPTION AND PRL-PROD-DIGITS-FOUND
004540         ADD 1 TO PRL-STORED-MISMATCH-COUNT
004550     END-IF.
004560
004570 2030-PRODUCTION-RULES-EXIT.
004580     EXIT.
004590
004600******************************************************************
004610*    2040-COMPARE-RESULTS - A LINE MOVES WHEN EITHER SIDE FINDS
004620*    A DIGIT THE OTHER DOES NOT, OR BOTH FIND DIGITS AND THE
004630*    FIRST, THE LAST OR THE VALUE DIFFERS.
004640******************************************************************
004650 2040-COMPARE-RESULTS.
004660     MOVE 'N' TO PRL-LINE-DIFFERS-SW.
004670     IF PRL-PROD-DIGITS-FOUND AND PRC-NO-DIGITS
004680         ADD 1 TO PRL-NEW-EXCEPTION-COUNT
004690         MOVE 'Y' TO PRL-LINE-DIFFERS-SW
004700         GO TO 2040-COMPARE-RESULTS-EXIT
004710     END-IF.
004720     IF NOT PRL-PROD-DIGITS-FOUND AND PRC-DIGITS-FOUND
004730         ADD 1 TO PRL-NEW-CALIBRATED-COUNT
004740         MOVE 'Y' TO PRL-LINE-DIFFERS-SW
004750         GO TO 2040-COMPARE-RESULTS-EXIT
004760     END-IF.
004770     IF PRC-FIRST-DIGIT NOT = PRL-PROD-FIRST
004780         ADD 1 TO PRL-FIRST-CHANGED-COUNT
004790         MOVE 'Y' TO PRL-LINE-DIFFERS-SW
004800     END-IF.
004810     IF PRC-LAST-DIGIT NOT = PRL-PROD-LAST
004820         ADD 1 TO PRL-LAST-CHANGED-COUNT
004830         MOVE 'Y' TO PRL-LINE-DIFFERS-SW
004840     END-IF.
004850     IF PRC-VALUE NOT = PRL-PROD-VALUE
004860         ADD 1 TO PRL-VALUE-CHANGED-COUNT
004870         MOVE 'Y' TO PRL-LINE-DIFFERS-SW
004880     END-IF.
004890
004900 2040-COMPARE-RESULTS-EXIT.
004910     EXIT.
004920
004930******************************************************************
004940*    2050-WRITE-DETAIL - BOTH RESULTS SIDE BY SIDE (A DASH FOR
004950*    THE DIGITS WHERE A SIDE FINDS NONE) AND THE LINE'S CHANGE
004960*    TO THE GRAND TOTAL.  TEXT PAST THE FIRST 36 CHARACTERS
004970*    GOES ON A SECOND LINE.
004980******************************************************************
004990 2050-WRITE-DETAIL.
005000     ADD 1 TO PRL-DIFFER-COUNT.
005010     MOVE PRL-LINE-SEQ-NO TO PRL-DTL-SEQ-NO.
005020     MOVE PRL-LINE-SOURCE TO PRL-DTL-SOURCE.
005030     IF PRL-PROD-DIGITS-FOUND
005040         MOVE PRL-PROD-FIRST TO PRL-DTL-PROD-FIRST
005050         MOVE PRL-PROD-LAST TO PRL-DTL-PROD-LAST
005060     ELSE
005070         MOVE '-' TO PRL-DTL-PROD-FIRST PRL-DTL-PROD-LAST
005080     END-IF.
005090     MOVE PRL-PROD-VALUE TO PRL-DTL-PROD-VALUE.
005100     IF PRC-DIGITS-FOUND
005110         MOVE PRC-FIRST-DIGIT TO PRL-DTL-CAND-FIRST
005120         MOVE PRC-LAST-DIGIT TO PRL-DTL-CAND-LAST
005130     ELSE
005140         MOVE '-' TO PRL-DTL-CAND-FIRST PRL-DTL-CAND-LAST
005150     END-IF.
005160     MOVE PRC-VALUE TO PRL-DTL-CAND-VALUE.
005170     COMPUTE PRL-LINE-CHANGE = PRC-VALUE - PRL-PROD-VALUE.
005180     MOVE PRL-LINE-CHANGE TO PRL-DTL-CHANGE.
005190     MOVE PRL-LINE-TEXT(1:36) TO PRL-DTL-TEXT.
005200     MOVE PRL-DETAIL-LINE TO PRL-REPORT-RECORD.
005210     WRITE PRL-REPORT-RECORD.
005220     IF PRL-LINE-TEXT(37:64) NOT = SPACES
005230         MOVE PRL-LINE-TEXT(37:64) TO PRL-CNT-TEXT
005240         MOVE PRL-TEXT-CONT-LINE TO PRL-REPORT-RECORD
005250         WRITE PRL-REPORT-RECORD
005260     END-IF.
005270
005280 2050-WRITE-DETAIL-EXIT.
005290     EXIT.
005300
005310******************************************************************
005320*    8000-WRITE-FOOTER - WHAT MOVED, BOTH GRAND TOTALS AND THE
005330*    NET EFFECT, AND WHICH DICTIONARY EACH SIDE RAN WITH.
005340******************************************************************
005350 8000-WRITE-FOOTER.
005351     IF PRL-COMPARED-COUNT = ZERO
005352         MOVE PRL-EMPTY-LINE TO PRL-REPORT-RECORD
005353         WRITE PRL-REPORT-RECORD
005354         DISPLAY 'NO LINES COMPARED FOR RUN DATE '
005355             PRL-NIGHT-DATE ' - NOTHING TO SIGN OFF'
005356         MOVE 'Y' TO PRL-ERROR-SW
005357     END-IF.
005360     IF PRL-DIFFER-COUNT = ZERO AND PRL-COMPARED-COUNT > ZERO
005370         MOVE PRL-NONE-LINE TO PRL-REPORT-RECORD
005380         WRITE PRL-REPORT-RECORD
005390     END-IF.
005400     MOVE 'LINES COMPARED..........: ' TO PRL-FTR-LABEL.
005410     MOVE PRL-COMPARED-COUNT TO PRL-FTR-VALUE.
005420     PERFORM 8010-WRITE-FOOTER-LINE
005430             THRU 8010-WRITE-FOOTER-LINE-EXIT.
005440     MOVE 'LINES THAT MOVE.........: ' TO PRL-FTR-LABEL.
005450     MOVE PRL-DIFFER-COUNT TO PRL-FTR-VALUE.
005460     PERFORM 8010-WRITE-FOOTER-LINE
005470             THRU 8010-WRITE-FOOTER-LINE-EXIT.
005480     MOVE '  FIRST DIGIT CHANGED...: ' TO PRL-FTR-LABEL.
005490     MOVE PRL-FIRST-CHANGED-COUNT TO PRL-FTR-VALUE.
005500     PERFORM 8010-WRITE-FOOTER-LINE
005510             THRU 8010-WRITE-FOOTER-LINE-EXIT.
005520     MOVE '  LAST DIGIT CHANGED....: ' TO PRL-FTR-LABEL.
005530     MOVE PRL-LAST-CHANGED-COUNT TO PRL-FTR-VALUE.
005540     PERFORM 8010-WRITE-FOOTER-LINE
005550             THRU 8010-WRITE-FOOTER-LINE-EXIT.
005560     MOVE '  VALUE CHANGED.........: ' TO PRL-FTR-LABEL.
005570     MOVE PRL-VALUE-CHANGED-COUNT TO PRL-FTR-VALUE.
005580     PERFORM 8010-WRITE-FOOTER-LINE
005590             THRU 8010-WRITE-FOOTER-LINE-EXIT.
005600     MOVE '  NEWLY IN EXCEPTION....: ' TO PRL-FTR-LABEL.
005610     MOVE PRL-NEW-EXCEPTION-COUNT TO PRL-FTR-VALUE.
005620     PERFORM 8010-WRITE-FOOTER-LINE
005630             THRU 8010-WRITE-FOOTER-LINE-EXIT.
005640     MOVE '  NEWLY CALIBRATED......: ' TO PRL-FTR-LABEL.
005650     MOVE PRL-NEW-CALIBRATED-COUNT TO PRL-FTR-VALUE.
005660     PERFORM 8010-WRITE-FOOTER-LINE
005670             THRU 8010-WRITE-FOOTER-LINE-EXIT.
005680     MOVE 'PRODUCTION GRAND TOTAL..: ' TO PRL-FTR-LABEL.
005690     MOVE PRL-PROD-TOTAL TO PRL-FTR-VALUE.
005700     PERFORM 8010-WRITE-FOOTER-LINE
005710             THRU 8010-WRITE-FOOTER-LINE-EXIT.
005720     MOVE 'CANDIDATE GRAND TOTAL...: ' TO PRL-FTR-LABEL.
005730     MOVE PRL-CAND-TOTAL TO PRL-FTR-VALUE.
005740     PERFORM 8010-WRITE-FOOTER-LINE
005750             THRU 8010-WRITE-FOOTER-LINE-EXIT.
005760     COMPUTE PRL-NET-EFFECT = PRL-CAND-TOTAL - PRL-PROD-TOTAL.
005770     MOVE 'NET GRAND TOTAL EFFECT..: ' TO PRL-FTR-LABEL.
005780     MOVE PRL-NET-EFFECT TO PRL-FTR-VALUE.
005790     PERFORM 8010-WRITE-FOOTER-LINE
005800             THRU 8010-WRITE-FOOTER-LINE-EXIT.
005810     IF PRL-STORED-MISMATCH-COUNT > ZERO
005820         MOVE 'STORED RESULT NOT REPEATED: ' TO PRL-FTR-LABEL
005830         MOVE PRL-STORED-MISMATCH-COUNT TO PRL-FTR-VALUE
005840         PERFORM 8010-WRITE-FOOTER-LINE
005850                 THRU 8010-WRITE-FOOTER-LINE-EXIT
005860     END-IF.
005870     MOVE 'PRODUCTION DICTIONARY...: ' TO PRL-DCT-LABEL.
005880     IF CAL-DICT-FROM-FILE
005890         MOVE 'CALDICT SNAPSHOT' TO PRL-DCT-TEXT
005900     ELSE
005910         MOVE 'BUILT-IN ENGLISH WORDS' TO PRL-DCT-TEXT
005920     END-IF.
005930     MOVE PRL-DICT-LINE TO PRL-REPORT-RECORD.
005940     WRITE PRL-REPORT-RECORD.
005950     MOVE 'CANDIDATE DICTIONARY....: ' TO PRL-DCT-LABEL.
005960     EVALUATE TRUE
005970         WHEN PRC-DICT-CANDIDATE
005980             MOVE 'CALDICTN CANDIDATE' TO PRL-DCT-TEXT
005990         WHEN PRC-DICT-PRODUCTION
006000             MOVE 'CALDICT SNAPSHOT (NO CALDICTN)' TO PRL-DCT-TEXT
006010         WHEN PRC-DICT-BUILT-IN
006020             MOVE 'BUILT-IN ENGLISH WORDS' TO PRL-DCT-TEXT
006030         WHEN OTHER
006040             MOVE 'NOT LOADED - NO LINES' TO PRL-DCT-TEXT
006050     END-EVALUATE.
006060     MOVE PRL-DICT-LINE TO PRL-REPORT-RECORD.
006070     WRITE PRL-REPORT-RECORD.
006080     DISPLAY 'CALPARL COMPLETE - NIGHT: ' PRL-NIGHT-DATE
006090         ' COMPARED: ' PRL-COMPARED-COUNT
006100         ' MOVED: ' PRL-DIFFER-COUNT
006110         ' NET EFFECT: ' PRL-NET-EFFECT.
006120
006130 8000-WRITE-FOOTER-EXIT.
006140     EXIT.
006150
006160 8010-WRITE-FOOTER-LINE.
006170     MOVE PRL-FOOTER-LINE TO PRL-REPORT-RECORD.
006180     WRITE PRL-REPORT-RECORD.
006190
006200 8010-WRITE-FOOTER-LINE-EXIT.
006210     EXIT.
006220
006230     COPY CALFIND.
006240
006250 9999-EXIT.
006260     IF PRL-RUN-IN-ERROR
006270         MOVE 8 TO RETURN-CODE
006280     ELSE
006290         IF PRL-STORED-MISMATCH-COUNT > ZERO
006300             MOVE 4 TO RETURN-CODE
006310         ELSE
006320             MOVE 0 TO RETURN-CODE
006330         END-IF
006340     END-IF.
006350     GOBACK.
