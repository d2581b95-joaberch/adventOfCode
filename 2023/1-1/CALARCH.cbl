000100******************************************************************
000110*    PROGRAM-ID..: CALARCH
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: NIGHTLY LINE-LEVEL ARCHIVE OF THE CALMSTR
000170*                   CALIBRATION MASTER.  RUNS AS A NIGHTJOB STEP
000180*                   RIGHT AFTER CALBAL, SO ONLY A BALANCED NIGHT
000190*                   IS KEPT, AND ADDS EVERY MASTER ROW - TEXT,
000200*                   DIGITS, VALUE, STATUS AND SOURCE - TO THE
000210*                   PERMANENT CALARCHM ARCHIVE UNDER THE NIGHT'S
000220*                   RUN DATE PLUS ITS SEQUENCE NUMBER.  CALLOAD
000230*                   REBUILDS THE MASTER FROM SCRATCH AND GENMGR
000240*                   KEEPS NO GENERATIONS OF IT, SO THIS IS THE
000250*                   ONLY RECORD OF A LINE ONCE THE NEXT NIGHT
000260*                   HAS RUN.  THE RUN DATE IS THE ONE CALDRV
000270*                   STAMPED ON CALCTL, SO A CHAIN THAT CROSSES
000280*                   MIDNIGHT FILES THE LINES UNDER THE SAME DATE
000290*                   AS THE NIGHT'S TOTALS.  A RESTART THAT RERUNS
000300*                   THE STEP REPLACES THE ROWS IT ALREADY WROTE
000302*                   INSTEAD OF FAILING ON THEM.  EVERY PROCESSED
000304*                   ROW IS ALSO ENTERED ON THE CALRSUB
000306*                   RESUBMISSION REGISTER WITH THE RUN DATE AND
000308*                   THE CALLCTL LOAD DATE, SO CALLOAD CAN HOLD
000310*                   OUT THE SAME READING IF A LATER NIGHT'S FEED
000312*                   BRINGS IT BACK.  A READING ALREADY REGISTERED
000314*                   KEEPS ITS ORIGINAL ENTRY.
000320*    MODIFICATION HISTORY:
000330*      2026-10-15  RJB  ORIGINAL.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CALARCH.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT ARC-MASTER-FILE ASSIGN TO 'CALMSTR'
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS CALM-SEQ-NO
000450         FILE STATUS IS ARC-MASTER-STATUS.
000460
000470     SELECT ARC-ARCHIVE-FILE ASSIGN TO 'CALARCHM'
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS CLA-KEY
000510         FILE STATUS IS ARC-ARCHIVE-STATUS.
000520
000530     SELECT ARC-CAL-CONTROL-FILE ASSIGN TO 'CALCTL'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS ARC-CAL-STATUS.
000551
000552     SELECT ARC-LOAD-CONTROL-FILE ASSIGN TO 'CALLCTL'
000553         ORGANIZATION IS LINE SEQUENTIAL
000554         FILE STATUS IS ARC-LOAD-STATUS.
000555
000556     SELECT ARC-REGISTER-FILE ASSIGN TO 'CALRSUB'
000557         ORGANIZATION IS INDEXED
000558         ACCESS MODE IS RANDOM
000559         RECORD KEY IS RSB-KEY
000560         FILE STATUS IS ARC-REGISTER-STATUS.
000561
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  ARC-MASTER-FILE.
000600     COPY CALMSTRC.
000610
000620 FD  ARC-ARCHIVE-FILE.
000630     COPY CALARCHC.
000640
000650 FD  ARC-CAL-CONTROL-FILE
000660     RECORDING MODE IS F.
000670 01  ARC-CAL-CONTROL-RECORD     PIC X(84).
000671
000672 FD  ARC-LOAD-CONTROL-FILE
000673     RECORDING MODE IS F.
000674 01  ARC-LOAD-CONTROL-RECORD    PIC X(84).
000675
000676 FD  ARC-REGISTER-FILE.
000677     COPY CALRSUBC.
000680
000690 WORKING-STORAGE SECTION.
000700     COPY CALCTLWS.
000710
000720 77  ARC-MASTER-STATUS          PIC X(02) VALUE '00'.
000730 77  ARC-ARCHIVE-STATUS         PIC X(02) VALUE '00'.
000740 77  ARC-CAL-STATUS             PIC X(02) VALUE '00'.
000742 77  ARC-LOAD-STATUS            PIC X(02) VALUE '00'.
000744 77  ARC-REGISTER-STATUS        PIC X(02) VALUE '00'.
000750
000760 77  ARC-EOF-SW                 PIC X VALUE 'N'.
000770     88  ARC-END-OF-FILE                VALUE 'Y'.
000780 77  ARC-ERROR-SW               PIC X VALUE 'N'.
000790     88  ARC-RUN-IN-ERROR               VALUE 'Y'.
000800
000810 77  ARC-RUN-DATE               PIC 9(08) VALUE ZERO.
000820 77  ARC-RUN-TIME               PIC 9(06) VALUE ZERO.
000830 77  ARC-READ-COUNT             PIC 9(06) VALUE ZERO.
000840 77  ARC-ADDED-COUNT            PIC 9(06) VALUE ZERO.
000850 77  ARC-REPLACED-COUNT         PIC 9(06) VALUE ZERO.
000852 77  ARC-LOAD-DATE              PIC 9(08) VALUE ZERO.
000854 77  ARC-REGISTERED-COUNT       PIC 9(06) VALUE ZERO.
000856 77  ARC-ALREADY-REG-COUNT      PIC 9(06) VALUE ZERO.
000860
000870 PROCEDURE DIVISION.
000880 0000-MAINLINE.
000890     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000900     IF ARC-RUN-IN-ERROR
000910         GO TO 9999-EXIT
000920     END-IF.
000930     PERFORM 2000-ARCHIVE-ONE-LINE THRU 2000-ARCHIVE-ONE-LINE-EXIT
000940         UNTIL ARC-END-OF-FILE.
000950     CLOSE ARC-MASTER-FILE ARC-ARCHIVE-FILE ARC-REGISTER-FILE.
000960     PERFORM 8000-CONTROL-REPORT THRU 8000-CONTROL-REPORT-EXIT.
000970     GO TO 9999-EXIT.
000980
000990 0000-MAINLINE-EXIT.
001000     EXIT.
001010
001020******************************************************************
001030*    1000-INITIALIZE - TAKE THE RUN DATE FROM CALCTL (TODAY'S
001040*    DATE WHEN CALCTL IS MISSING OR CARRIES NO DATE), OPEN THE
001050*    MASTER FOR A SEQUENTIAL SWEEP AND THE ARCHIVE I-O, CREATING
001055*    THE ARCHIVE THE FIRST NIGHT IT IS NEEDED.  THE LOAD DATE FOR
001060*    THE REGISTER COMES FROM CALLCTL, FALLING BACK TO THE RUN
001065*    DATE; THE REGISTER IS CREATED LIKE THE ARCHIVE.  A MASTER
001070*    THAT CANNOT BE OPENED FAILS THE STEP - THE NIGHT WOULD
001075*    OTHERWISE GO UNARCHIVED WITHOUT ANYONE KNOWING.
001090******************************************************************
001100 1000-INITIALIZE.
001110     MOVE FUNCTION CURRENT-DATE(1:8) TO ARC-RUN-DATE.
001120     MOVE FUNCTION CURRENT-DATE(9:6) TO ARC-RUN-TIME.
001130     OPEN INPUT ARC-CAL-CONTROL-FILE.
001140     IF ARC-CAL-STATUS = '00'
001150         READ ARC-CAL-CONTROL-FILE INTO CTL-CONTROL-LINE
001160             AT END
001170                 MOVE SPACES TO CTL-RUN-DATE
001180         END-READ
001190         CLOSE ARC-CAL-CONTROL-FILE
001200         IF CTL-RUN-DATE IS NUMERIC
001210             MOVE CTL-RUN-DATE TO ARC-RUN-DATE
001220         END-IF
001230     END-IF.
001231     MOVE ARC-RUN-DATE TO ARC-LOAD-DATE.
001232     OPEN INPUT ARC-LOAD-CONTROL-FILE.
001233     IF ARC-LOAD-STATUS = '00'
001234         READ ARC-LOAD-CONTROL-FILE INTO CTL-CONTROL-LINE
001235             AT END
001236                 MOVE SPACES TO CTL-RUN-DATE
001237         END-READ
001238         CLOSE ARC-LOAD-CONTROL-FILE
001239         IF CTL-RUN-DATE IS NUMERIC
001240             MOVE CTL-RUN-DATE TO ARC-LOAD-DATE
001241         END-IF
001242     END-IF.
001243     OPEN INPUT ARC-MASTER-FILE.
001250     IF ARC-MASTER-STATUS NOT = '00'
001260         DISPLAY 'UNABLE TO OPEN CALMSTR - STATUS: '
001270             ARC-MASTER-STATUS
001280         MOVE 'Y' TO ARC-ERROR-SW
001290         GO TO 1000-INITIALIZE-EXIT
001300     END-IF.
001310     OPEN I-O ARC-ARCHIVE-FILE.
001320     IF ARC-ARCHIVE-STATUS = '35'
001330         OPEN OUTPUT ARC-ARCHIVE-FILE
001340         CLOSE ARC-ARCHIVE-FILE
001350         OPEN I-O ARC-ARCHIVE-FILE
001360     END-IF.
001370     IF ARC-ARCHIVE-STATUS NOT = '00'
001380         DISPLAY 'UNABLE TO OPEN CALARCHM - STATUS: '
001390             ARC-ARCHIVE-STATUS
001400         MOVE 'Y' TO ARC-ERROR-SW
001410         CLOSE ARC-MASTER-FILE
001415         GO TO 1000-INITIALIZE-EXIT
001420     END-IF.
001421     OPEN I-O ARC-REGISTER-FILE.
001422     IF ARC-REGISTER-STATUS = '35'
001423         OPEN OUTPUT ARC-REGISTER-FILE
001424         CLOSE ARC-REGISTER-FILE
001425         OPEN I-O ARC-REGISTER-FILE
001426     END-IF.
001427     IF ARC-REGISTER-STATUS NOT = '00'
001428         DISPLAY 'UNABLE TO OPEN CALRSUB - STATUS: '
001429             ARC-REGISTER-STATUS
001430         MOVE 'Y' TO ARC-ERROR-SW
001431         CLOSE ARC-MASTER-FILE ARC-ARCHIVE-FILE
001432     END-IF.
001433
001440 1000-INITIALIZE-EXIT.
001450     EXIT.
001460
001470******************************************************************
001480*    2000-ARCHIVE-ONE-LINE - COPY ONE MASTER ROW UNDER TONIGHT'S
001490*    RUN DATE.  THE KEY CAN ONLY ALREADY BE THERE IF THIS STEP
001500*    IS BEING RERUN FOR THE SAME NIGHT, SO THE ROW IS REPLACED.
001510******************************************************************
001520 2000-ARCHIVE-ONE-LINE.
001530     READ ARC-MASTER-FILE NEXT RECORD
001540         AT END
001550             MOVE 'Y' TO ARC-EOF-SW
001560             GO TO 2000-ARCHIVE-ONE-LINE-EXIT
001570     END-READ.
001580     ADD 1 TO ARC-READ-COUNT.
001590     MOVE SPACES TO CLA-ARCHIVE-RECORD.
001600     MOVE ARC-RUN-DATE TO CLA-RUN-DATE.
001610     MOVE CALM-SEQ-NO TO CLA-SEQ-NO.
001620     MOVE CALM-CALIB-TEXT TO CLA-CALIB-TEXT.
001630     MOVE CALM-FIRST-DIGIT TO CLA-FIRST-DIGIT.
001640     MOVE CALM-LAST-DIGIT TO CLA-LAST-DIGIT.
001650     MOVE CALM-VALUE TO CLA-VALUE.
001660     MOVE CALM-STATUS TO CLA-STATUS.
001670     MOVE CALM-SOURCE-ID TO CLA-SOURCE-ID.
001680     MOVE ARC-RUN-TIME TO CLA-ARCHIVED-TIME.
001690     WRITE CLA-ARCHIVE-RECORD.
001700     IF ARC-ARCHIVE-STATUS = '22'
001710         REWRITE CLA-ARCHIVE-RECORD
001720         IF ARC-ARCHIVE-STATUS = '00'
001730             ADD 1 TO ARC-REPLACED-COUNT
001740         END-IF
001750     ELSE
001760         IF ARC-ARCHIVE-STATUS = '00'
001770             ADD 1 TO ARC-ADDED-COUNT
001780         END-IF
001790     END-IF.
001800     IF ARC-ARCHIVE-STATUS NOT = '00'
001810         DISPLAY 'CALARCHM WRITE FAILED - STATUS: '
001820             ARC-ARCHIVE-STATUS ' KEY: ' CLA-KEY
001830         MOVE 'Y' TO ARC-ERROR-SW
001840         MOVE 'Y' TO ARC-EOF-SW
001850     END-IF.
001851     IF NOT ARC-RUN-IN-ERROR
001852        AND NOT CALM-STATUS = 'L'
001853         PERFORM 2010-REGISTER-READING
001854                 THRU 2010-REGISTER-READING-EXIT
001855     END-IF.
001860
001870 2000-ARCHIVE-ONE-LINE-EXIT.
001880     EXIT.
001890
001891******************************************************************
001892*    2010-REGISTER-READING - ENTER A PROCESSED ROW ON THE
001893*    RESUBMISSION REGISTER.  CORRECTION-PATH SOURCES (RECYCLE,
001894*    CALDELTA) ARE FILED UNDER CORRECTN.  STATUS 22 MEANS THE
001895*    READING IS ALREADY THERE - A RERUN, OR A CORRECTION CALDELTA
001896*    ENTERED WHEN IT APPLIED IT - AND THE FIRST ENTRY STANDS.
001897******************************************************************
001898 2010-REGISTER-READING.
001899     MOVE SPACES TO RSB-REGISTER-RECORD.
001900     MOVE CALM-SOURCE-ID TO RSB-SOURCE-ID.
001901     IF CALM-SOURCE-ID = 'RECYCLE'
001902        OR CALM-SOURCE-ID = 'CALDELTA'
001903         MOVE 'CORRECTN' TO RSB-SOURCE-ID
001904     END-IF.
001905     MOVE CALM-SEQ-NO TO RSB-SEQ-NO.
001906     MOVE CALM-CALIB-TEXT TO RSB-CALIB-TEXT.
001907     MOVE ARC-RUN-DATE TO RSB-RUN-DATE.
001908     MOVE ARC-LOAD-DATE TO RSB-LOAD-DATE.
001909     MOVE 'N' TO RSB-ORIGIN.
001910     WRITE RSB-REGISTER-RECORD.
001911     EVALUATE ARC-REGISTER-STATUS
001912         WHEN '00'
001913             ADD 1 TO ARC-REGISTERED-COUNT
001914         WHEN '22'
001915             ADD 1 TO ARC-ALREADY-REG-COUNT
001916         WHEN OTHER
001917             DISPLAY 'CALRSUB WRITE FAILED - STATUS: '
001918                 ARC-REGISTER-STATUS ' SEQ: ' RSB-SEQ-NO
001919             MOVE 'Y' TO ARC-ERROR-SW
001920             MOVE 'Y' TO ARC-EOF-SW
001921     END-EVALUATE.
001922
001923 2010-REGISTER-READING-EXIT.
001924     EXIT.
001925
001926******************************************************************
001927*    8000-CONTROL-REPORT - EVERY MASTER ROW READ IS EITHER ADDED
001928*    OR REPLACED; A DIFFERENCE MEANS THE STEP STOPPED ON AN
001933*    ARCHIVE OR REGISTER WRITE ERROR.
001940******************************************************************
001950 8000-CONTROL-REPORT.
001960     DISPLAY '===== CALARCH CONTROL REPORT ====='.
001970     DISPLAY 'RUN DATE ARCHIVED.......: ' ARC-RUN-DATE.
001980     DISPLAY 'MASTER ROWS READ........: ' ARC-READ-COUNT.
001990     DISPLAY 'ARCHIVE ROWS ADDED......: ' ARC-ADDED-COUNT.
002000     DISPLAY 'ARCHIVE ROWS REPLACED...: ' ARC-REPLACED-COUNT.
002002     DISPLAY 'READINGS REGISTERED.....: ' ARC-REGISTERED-COUNT.
002004     DISPLAY 'ALREADY ON REGISTER.....: ' ARC-ALREADY-REG-COUNT.
002010
002020 8000-CONTROL-REPORT-EXIT.
002030     EXIT.
002040
002050 9999-EXIT.
002060     IF ARC-RUN-IN-ERROR
002070         MOVE 8 TO RETURN-CODE
002080     ELSE
002090         MOVE 0 TO RETURN-CODE
002100     END-IF.
002110     GOBACK.
