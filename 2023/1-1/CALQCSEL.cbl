000100******************************************************************
000110*    PROGRAM-ID..: CALQCSEL
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: NIGHTLY QUALITY-CONTROL SAMPLE SELECTION.
000170*                   DRAWS A RANDOM SAMPLE OF TONIGHT'S CALIBRATED
000180*                   CALMSTR LINES ONTO THE CALQCSMP SAMPLE FILE
000190*                   FOR A SECOND OPERATOR TO READ ON CALQCCHK.
000200*                   THE DRAW IS WEIGHTED TOWARD THE LINES MOST
000210*                   LIKELY TO BE WRONG: A LINE WHOSE FIRST OR
000220*                   LAST DIGIT CAME FROM A SPELLED-OUT WORD
000230*                   WEIGHS 3 MORE, A TEXT LONGER THAN 50
000240*                   CHARACTERS 2 MORE, ON A BASE OF 1.  THE
000250*                   MASTER IS READ TWICE - ONCE TO TOTAL THE
000260*                   WEIGHTS, ONCE TO DRAW EACH LINE WITH A
000270*                   CHANCE OF SAMPLE SIZE X WEIGHT / TOTAL WEIGHT
000280*                   - SO THE SAMPLE AVERAGES THE CALQCPRM SIZE
000290*                   (DEFAULT 20).  THE DIGIT SOURCE COMES FROM
000300*                   RERUNNING THE LINE THROUGH THE SAME CALFIND
000310*                   LOGIC AND CALDICT WORDS CALDRV USED TONIGHT;
000320*                   THE DIGITS AND VALUE STORED ARE CALDRV'S.  A
000330*                   NIGHT ALREADY SAMPLED (A RESTART) IS NOT
000340*                   DRAWN AGAIN.  NOTHING ON CALMSTR IS CHANGED.
000350*    MODIFICATION HISTORY:
000360*      2026-10-15  RJB  ORIGINAL.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. CALQCSEL.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT QSL-MASTER-FILE ASSIGN TO 'CALMSTR'
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS CALM-SEQ-NO
000480         FILE STATUS IS QSL-MASTER-STATUS.
000490
000500     SELECT QSL-SAMPLE-FILE ASSIGN TO 'CALQCSMP'
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS QCS-KEY
000540         FILE STATUS IS QSL-SAMPLE-STATUS.
000550
000560     SELECT QSL-PARM-FILE ASSIGN TO 'CALQCPRM'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS QSL-PARM-STATUS.
000590
000600     SELECT QSL-CAL-CONTROL-FILE ASSIGN TO 'CALCTL'
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS QSL-CAL-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  QSL-MASTER-FILE.
000670     COPY CALMSTRC.
000680
000690 FD  QSL-SAMPLE-FILE.
000700     COPY CALQCSMC.
000710
000720 FD  QSL-PARM-FILE
000730     RECORDING MODE IS F.
000740 01  QSL-PARM-RECORD.
000750     05  QSL-PARM-SAMPLE-SIZE   PIC 9(03).
000760     05  FILLER                 PIC X(01).
000770     05  QSL-PARM-REPORT-DAYS   PIC 9(03).
000780
000790 FD  QSL-CAL-CONTROL-FILE
000800     RECORDING MODE IS F.
000810 01  QSL-CAL-CONTROL-RECORD     PIC X(84).
000820
000830 WORKING-STORAGE SECTION.
000840     COPY CALWORK.
000850     COPY CALDICTW.
000860     COPY CALCTLWS.
000870
000880 77  QSL-MASTER-STATUS          PIC X(02) VALUE '00'.
000890 77  QSL-SAMPLE-STATUS          PIC X(02) VALUE '00'.
000900 77  QSL-PARM-STATUS            PIC X(02) VALUE '00'.
000910 77  QSL-CAL-STATUS             PIC X(02) VALUE '00'.
000920
000930 77  QSL-EOF-SW                 PIC X VALUE 'N'.
000940     88  QSL-END-OF-FILE                VALUE 'Y'.
000950 77  QSL-ERROR-SW               PIC X VALUE 'N'.
000960     88  QSL-RUN-IN-ERROR               VALUE 'Y'.
000970 77  QSL-DRAWN-SW               PIC X VALUE 'N'.
000980     88  QSL-ALREADY-DRAWN              VALUE 'Y'.
000990
001000 77  QSL-RUN-DATE               PIC 9(08) VALUE ZERO.
001010 77  QSL-SAMPLE-SIZE            PIC 9(03) VALUE 20.
001020 77  QSL-SEED                   PIC 9(08) VALUE ZERO.
001030 77  QSL-TRAILING               PIC 9(03) VALUE ZERO.
001040 77  QSL-TEXT-LENGTH            PIC 9(03) VALUE ZERO.
001050 77  QSL-WEIGHT                 PIC 9(02) VALUE ZERO.
001060 77  QSL-DIGIT-SOURCE           PIC X(01) VALUE SPACE.
001070 77  QSL-TOTAL-WEIGHT           PIC 9(09) VALUE ZERO.
001080 77  QSL-CHANCE                 PIC 9(03)V9(06) VALUE ZERO.
001090 77  QSL-DRAW                   PIC 9V9(06) VALUE ZERO.
001100
001110 77  QSL-READ-COUNT             PIC 9(07) VALUE ZERO.
001120 77  QSL-ELIGIBLE-COUNT         PIC 9(07) VALUE ZERO.
001130 77  QSL-SAMPLED-COUNT          PIC 9(05) VALUE ZERO.
001140 77  QSL-WORD-SAMPLED-COUNT     PIC 9(05) VALUE ZERO.
001150 77  QSL-LONG-SAMPLED-COUNT     PIC 9(05) VALUE ZERO.
001160
001170 PROCEDURE DIVISION.
001180 0000-MAINLINE.
001190     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001200     IF QSL-RUN-IN-ERROR OR QSL-ALREADY-DRAWN
001210         GO TO 9999-EXIT
001220     END-IF.
001230     PERFORM 2000-TOTAL-WEIGHTS THRU 2000-TOTAL-WEIGHTS-EXIT.
001240     IF NOT QSL-RUN-IN-ERROR AND QSL-TOTAL-WEIGHT > ZERO
001250         PERFORM 3000-DRAW-SAMPLE THRU 3000-DRAW-SAMPLE-EXIT
001260     END-IF.
001270     CLOSE QSL-SAMPLE-FILE.
001280     DISPLAY 'CALQCSEL COMPLETE - RUN DATE: ' QSL-RUN-DATE
001290         ' CALIBRATED: ' QSL-ELIGIBLE-COUNT
001300         ' SAMPLED: ' QSL-SAMPLED-COUNT
001310         ' WORD-DERIVED: ' QSL-WORD-SAMPLED-COUNT
001320         ' LONG TEXT: ' QSL-LONG-SAMPLED-COUNT.
001330     GO TO 9999-EXIT.
001340
001350 0000-MAINLINE-EXIT.
001360     EXIT.
001370
001380******************************************************************
001390*    1000-INITIALIZE - LOAD TONIGHT'S WORD TABLE, TAKE THE RUN
001400*    DATE FROM CALCTL (TODAY WHEN CALCTL HAS NONE) AND THE
001410*    SAMPLE SIZE FROM CALQCPRM, AND OPEN THE SAMPLE FILE
001420*    (CREATED ON ITS FIRST USE).  A NIGHT ALREADY ON THE SAMPLE
001430*    FILE IS LEFT AS DRAWN.
001440******************************************************************
001450 1000-INITIALIZE.
001460     PERFORM 3001-INIT-WORD-TABLE THRU 3001-INIT-WORD-TABLE-EXIT.
001470     MOVE FUNCTION CURRENT-DATE(1:8) TO QSL-RUN-DATE.
001480     OPEN INPUT QSL-CAL-CONTROL-FILE.
001490     IF QSL-CAL-STATUS = '00'
001500         READ QSL-CAL-CONTROL-FILE INTO CTL-CONTROL-LINE
001510             AT END
001520                 MOVE SPACES TO CTL-RUN-DATE
001530         END-READ
001540         CLOSE QSL-CAL-CONTROL-FILE
001550         IF CTL-RUN-DATE IS NUMERIC
001560             MOVE CTL-RUN-DATE TO QSL-RUN-DATE
001570         END-IF
001580     END-IF.
001590     OPEN INPUT QSL-PARM-FILE.
001600     IF QSL-PARM-STATUS = '00'
001610         READ QSL-PARM-FILE
001620             AT END
001630                 MOVE '10' TO QSL-PARM-STATUS
001640         END-READ
001650         IF QSL-PARM-STATUS = '00'
001660                 AND QSL-PARM-SAMPLE-SIZE IS NUMERIC
001670                 AND QSL-PARM-SAMPLE-SIZE > ZERO
001680             MOVE QSL-PARM-SAMPLE-SIZE TO QSL-SAMPLE-SIZE
001690         END-IF
001700         CLOSE QSL-PARM-FILE
001710     END-IF.
001720     OPEN I-O QSL-SAMPLE-FILE.
001730     IF QSL-SAMPLE-STATUS = '35'
001740         OPEN OUTPUT QSL-SAMPLE-FILE
001750         CLOSE QSL-SAMPLE-FILE
001760         OPEN I-O QSL-SAMPLE-FILE
001770     END-IF.
001780     IF QSL-SAMPLE-STATUS NOT = '00'
001790         DISPLAY 'UNABLE TO OPEN CALQCSMP - STATUS: '
001800             QSL-SAMPLE-STATUS
001810         MOVE 'Y' TO QSL-ERROR-SW
001820         GO TO 1000-INITIALIZE-EXIT
001830     END-IF.
001840     MOVE QSL-RUN-DATE TO QCS-RUN-DATE.
001850     MOVE ZERO TO QCS-SEQ-NO.
001860     START QSL-SAMPLE-FILE KEY IS NOT LESS THAN QCS-KEY
001870         INVALID KEY
001880             GO TO 1000-INITIALIZE-EXIT
001890     END-START.
001900     READ QSL-SAMPLE-FILE NEXT RECORD
001910         AT END
001920             GO TO 1000-INITIALIZE-EXIT
001930     END-READ.
001940     IF QCS-RUN-DATE = QSL-RUN-DATE
001950         DISPLAY 'CALQCSMP ALREADY HOLDS THE SAMPLE FOR '
001960             QSL-RUN-DATE ' - NOT DRAWN AGAIN'
001970         MOVE 'Y' TO QSL-DRAWN-SW
001980         CLOSE QSL-SAMPLE-FILE
001990     END-IF.
002000
002010 1000-INITIALIZE-EXIT.
002020     EXIT.
002030
002040******************************************************************
002050*    2000-TOTAL-WEIGHTS - FIRST PASS: THE WEIGHT OF EVERY
002060*    CALIBRATED LINE, SUMMED.
002070******************************************************************
002080 2000-TOTAL-WEIGHTS.
002090     OPEN INPUT QSL-MASTER-FILE.
002100     IF QSL-MASTER-STATUS NOT = '00'
002110         DISPLAY 'UNABLE TO OPEN CALMSTR - STATUS: '
002120             QSL-MASTER-STATUS
002130         MOVE 'Y' TO QSL-ERROR-SW
002140         GO TO 2000-TOTAL-WEIGHTS-EXIT
002150     END-IF.
002160     MOVE 'N' TO QSL-EOF-SW.
002170     PERFORM 2010-WEIGH-ONE-LINE THRU 2010-WEIGH-ONE-LINE-EXIT
002180         UNTIL QSL-END-OF-FILE.
002190     CLOSE QSL-MASTER-FILE.
002200
002210 2000-TOTAL-WEIGHTS-EXIT.
002220     EXIT.
002230
002240 2010-WEIGH-ONE-LINE.
002250     READ QSL-MASTER-FILE NEXT RECORD
002260         AT END
002270             MOVE 'Y' TO QSL-EOF-SW
002280             GO TO 2010-WEIGH-ONE-LINE-EXIT
002290     END-READ.
002300     ADD 1 TO QSL-READ-COUNT.
002310     IF NOT CALM-CALIBRATED
002320         GO TO 2010-WEIGH-ONE-LINE-EXIT
002330     END-IF.
002340     ADD 1 TO QSL-ELIGIBLE-COUNT.
002350     PERFORM 2020-WEIGH-LINE THRU 2020-WEIGH-LINE-EXIT.
002360     ADD QSL-WEIGHT TO QSL-TOTAL-WEIGHT.
002370
002380 2010-WEIGH-ONE-LINE-EXIT.
002390     EXIT.
002400
002410******************************************************************
002420*    2020-WEIGH-LINE - RERUN THE LINE TO SEE WHERE ITS DIGITS
002430*    CAME FROM, MEASURE THE TEXT, AND WEIGH IT.
002440******************************************************************
002450 2020-WEIGH-LINE.
002460     MOVE CALM-CALIB-TEXT TO CAL-STRVALEUR.
002470     MOVE CALM-SOURCE-ID TO CAL-LINE-SOURCE-ID.
002480     PERFORM 3002-SELECT-LINE-LANGUAGE
002490             THRU 3002-SELECT-LINE-LANGUAGE-EXIT.
002500     MOVE 'N' TO CAL-FOUND-NUMERIC-SW.
002510     MOVE ZERO TO CAL-FIRST-SOURCE CAL-LAST-SOURCE.
002520     PERFORM 3000-FINDVAL THRU 3000-FINDVAL-EXIT
002530         VARYING CAL-COUNTER FROM 1 BY 1
002540         UNTIL CAL-COUNTER > LENGTH OF CAL-STRVALEUR.
002550     EVALUATE TRUE
002560         WHEN CAL-FIRST-SOURCE = ZERO AND CAL-LAST-SOURCE = ZERO
002570             MOVE 'N' TO QSL-DIGIT-SOURCE
002580         WHEN CAL-FIRST-SOURCE > ZERO AND CAL-LAST-SOURCE > ZERO
002590             MOVE 'W' TO QSL-DIGIT-SOURCE
002600         WHEN OTHER
002610             MOVE 'M' TO QSL-DIGIT-SOURCE
002620     END-EVALUATE.
002630     MOVE ZERO TO QSL-TRAILING.
002640     INSPECT FUNCTION REVERSE(CALM-CALIB-TEXT)
002650         TALLYING QSL-TRAILING FOR LEADING SPACES.
002660     COMPUTE QSL-TEXT-LENGTH =
002670         LENGTH OF CALM-CALIB-TEXT - QSL-TRAILING.
002680     MOVE 1 TO QSL-WEIGHT.
002690     IF QSL-DIGIT-SOURCE NOT = 'N'
002700         ADD 3 TO QSL-WEIGHT
002710     END-IF.
002720     IF QSL-TEXT-LENGTH > 50
002730         ADD 2 TO QSL-WEIGHT
002740     END-IF.
002750
002760 2020-WEIGH-LINE-EXIT.
002770     EXIT.
002780
002790******************************************************************
002800*    3000-DRAW-SAMPLE - SECOND PASS: EACH CALIBRATED LINE IS
002810*    DRAWN WITH A CHANCE PROPORTIONAL TO ITS WEIGHT.  THE FIRST
002820*    RANDOM NUMBER IS SEEDED FROM THE CLOCK.
002830******************************************************************
002840 3000-DRAW-SAMPLE.
002850     OPEN INPUT QSL-MASTER-FILE.
002860     IF QSL-MASTER-STATUS NOT = '00'
002870         DISPLAY 'UNABLE TO OPEN CALMSTR - STATUS: '
002880             QSL-MASTER-STATUS
002890         MOVE 'Y' TO QSL-ERROR-SW
002900         GO TO 3000-DRAW-SAMPLE-EXIT
002910     END-IF.
002920     MOVE FUNCTION CURRENT-DATE(9:8) TO QSL-SEED.
002930     COMPUTE QSL-DRAW = FUNCTION RANDOM(QSL-SEED).
002940     MOVE 'N' TO QSL-EOF-SW.
002950     PERFORM 3010-DRAW-ONE-LINE THRU 3010-DRAW-ONE-LINE-EXIT
002960         UNTIL QSL-END-OF-FILE.
002970     CLOSE QSL-MASTER-FILE.
002980
002990 3000-DRAW-SAMPLE-EXIT.
003000     EXIT.
003010
003020 3010-DRAW-ONE-LINE.
003030     READ QSL-MASTER-FILE NEXT RECORD
003040         AT END
003050             MOVE 'Y' TO QSL-EOF-SW
003060             GO TO 3010-DRAW-ONE-LINE-EXIT
003070     END-READ.
003080     IF NOT CALM-CALIBRATED
003090         GO TO 3010-DRAW-ONE-LINE-EXIT
003100     END-IF.
003110     PERFORM 2020-WEIGH-LINE THRU 2020-WEIGH-LINE-EXIT.
003120     COMPUTE QSL-CHANCE ROUNDED =
003130         QSL-SAMPLE-SIZE * QSL-WEIGHT / QSL-TOTAL-WEIGHT.
003140     COMPUTE QSL-DRAW = FUNCTION RANDOM.
003150     IF QSL-DRAW NOT < QSL-CHANCE
003160         GO TO 3010-DRAW-ONE-LINE-EXIT
003170     END-IF.
003180     PERFORM 3020-WRITE-SAMPLE THRU 3020-WRITE-SAMPLE-EXIT.
003190
003200 3010-DRAW-ONE-LINE-EXIT.
003210     EXIT.
003220
003230 3020-WRITE-SAMPLE.
003240     MOVE SPACES TO QCS-SAMPLE-RECORD.
003250     MOVE QSL-RUN-DATE TO QCS-RUN-DATE.
003260     MOVE CALM-SEQ-NO TO QCS-SEQ-NO.
003270     MOVE CALM-CALIB-TEXT TO QCS-CALIB-TEXT.
003280     MOVE CALM-SOURCE-ID TO QCS-SOURCE-ID.
003290     MOVE CALM-FIRST-DIGIT TO QCS-FIRST-DIGIT.
003300     MOVE CALM-LAST-DIGIT TO QCS-LAST-DIGIT.
003310     MOVE CALM-VALUE TO QCS-VALUE.
003320     MOVE QSL-DIGIT-SOURCE TO QCS-DIGIT-SOURCE.
003330     MOVE QSL-TEXT-LENGTH TO QCS-TEXT-LENGTH.
003340     MOVE QSL-WEIGHT TO QCS-WEIGHT.
003350     MOVE 'P' TO QCS-STATE.
003360     MOVE ZERO TO QCS-READ-VALUE QCS-CHECKED-DATE
003370         QCS-CHECKED-TIME.
003380     WRITE QCS-SAMPLE-RECORD
003390         INVALID KEY
003400             DISPLAY 'CALQCSMP WRITE FAILED - STATUS: '
003410                 QSL-SAMPLE-STATUS ' SEQ: ' CALM-SEQ-NO
003420             GO TO 3020-WRITE-SAMPLE-EXIT
003430     END-WRITE.
003440     ADD 1 TO QSL-SAMPLED-COUNT.
003450     IF QSL-DIGIT-SOURCE NOT = 'N'
003460         ADD 1 TO QSL-WORD-SAMPLED-COUNT
003470     END-IF.
003480     IF QSL-TEXT-LENGTH > 50
003490         ADD 1 TO QSL-LONG-SAMPLED-COUNT
003500     END-IF.
003510
003520 3020-WRITE-SAMPLE-EXIT.
003530     EXIT.
003540
003550     COPY CALFIND.
003560
003570 9999-EXIT.
003580     IF QSL-RUN-IN-ERROR
003590         MOVE 8 TO RETURN-CODE
003600     ELSE
003610         MOVE 0 TO RETURN-CODE
003620     END-IF.
003630     GOBACK.
