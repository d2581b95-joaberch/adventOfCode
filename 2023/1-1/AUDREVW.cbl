000100******************************************************************
000110*    PROGRAM-ID..: AUDREVW
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: CONSOLIDATED CHANGE-AUDIT REVIEW.  FOR THE
000170*                   DATE RANGE (AND, OPTIONALLY, THE ONE OPERATOR)
000180*                   NAMED IN AUDRVPRM, EVERY MAINTENANCE TRAIL IS
000190*                   READ IN ITS OWN LAYOUT AND EACH CHANGE IS
000200*                   RELEASED TO ONE SORT PASS, SO AUDREVRP PRINTS
000210*                   A SINGLE TIMELINE - DATE, WHO, FUNCTION,
000220*                   ACTION, WHAT, BEFORE AND AFTER - WHATEVER
000230*                   SCREEN OR JOB MADE THE CHANGE.  TRAILS THAT
000240*                   KEEP ONLY THE NEW VALUE (OPRMSTAU, GNGOALAU)
000250*                   GET THEIR BEFORE FROM THE PREVIOUS LINE FOR
000260*                   THE SAME OPERATOR, SO THEY ARE READ FROM THE
000270*                   START WHATEVER THE RANGE.  A CALDELTA
000280*                   CORRECTION IS FOLLOWED THROUGH THE DATED
000290*                   CALDQUE QUEUE (KEYED, DECIDED) AND THE
000293*                   CALDLTAU TRAIL CALDELTA APPENDS AS IT APPLIES
000296*                   EACH ONE (OLD AND NEW VALUE); THE CALADJRP
000300*                   PRINT IS UNDATED AND REWRITTEN EACH RUN.
000310*                   SENSITIVE PATTERNS
000320*                   ARE FLAGGED ON THE LINE: A SUPERVISOR CHANGING
000330*                   THEIR OWN OPERATOR RECORD OR GOAL, AN EXAM
000340*                   SITTING SUPERVISED BY THE CANDIDATE, A QUEUED
000350*                   CORRECTION APPROVED BY ITS OWN MAKER, AND AN
000360*                   ALERT ACKNOWLEDGED BY AN OPERATOR WHO, IN THE
000370*                   SAME RANGE, CORRECTED THE STEP THAT RAISED IT.
000380*                   ALRTLOG KEEPS NO ACKNOWLEDGEMENT DATE, SO AN
000390*                   ACKNOWLEDGEMENT IS DATED BY ITS ALERT.  A
000400*                   TRAIL NOT YET CREATED IS SIMPLY EMPTY; ANY
000410*                   FLAG, UNREADABLE TRAIL OR MALFORMED LINE ENDS
000420*                   THE RUN WITH RETURN CODE 4.
000430*    MODIFICATION HISTORY:
000440*      2026-10-15  RJB  ORIGINAL.
000442*      2026-10-15  RJB  AN APPLIED CALDELTA CORRECTION IS READ
000444*                       FROM THE NEW CALDLTAU TRAIL, WITH THE
000446*                       LINE'S VALUE BEFORE AND AFTER.
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. AUDREVW.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT ARV-PARM-FILE ASSIGN TO 'AUDRVPRM'
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS ARV-PARM-STATUS.
000550
000560     SELECT ARV-TRAIL-FILE ASSIGN TO DYNAMIC ARV-TRAIL-NAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS ARV-TRAIL-STATUS.
000590
000600     SELECT ARV-QUEUE-FILE ASSIGN TO 'CALDQUE'
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS CDQ-KEY
000640         FILE STATUS IS ARV-TRAIL-STATUS.
000650
000660     SELECT ARV-DISPUTE-FILE ASSIGN TO 'CALDISP'
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS DSP-KEY
000700         FILE STATUS IS ARV-TRAIL-STATUS.
000710
000720     SELECT ARV-REPORT-FILE ASSIGN TO 'AUDREVRP'
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS ARV-REPORT-STATUS.
000750
000760     SELECT ARV-SORT-FILE ASSIGN TO 'AUDRVSWK'.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  ARV-PARM-FILE
000810     RECORDING MODE IS F.
000820 01  ARV-PARM-RECORD.
000830     05  ARV-PARM-FROM-DATE     PIC X(08).
000840     05  FILLER                 PIC X(01).
000850     05  ARV-PARM-TO-DATE       PIC X(08).
000860     05  FILLER                 PIC X(01).
000870     05  ARV-PARM-OPERATOR      PIC X(08).
000880
000890 FD  ARV-TRAIL-FILE
000900     RECORDING MODE IS F.
000910 01  ARV-TRAIL-RECORD           PIC X(120).
000920
000930 FD  ARV-QUEUE-FILE.
000940     COPY CALDQUEC.
000950
000960 FD  ARV-DISPUTE-FILE.
000970     COPY CALDISPC.
000980
000990 FD  ARV-REPORT-FILE
001000     RECORDING MODE IS F.
001010 01  ARV-REPORT-RECORD          PIC X(132).
001020
001030 SD  ARV-SORT-FILE.
001040 01  ARV-SORT-RECORD.
001050     05  ARV-SRT-DATE           PIC X(08).
001060     05  ARV-SRT-TRAIL          PIC 9(02).
001070     05  ARV-SRT-SEQ            PIC 9(07).
001080     05  ARV-SRT-WHO            PIC X(08).
001090     05  ARV-SRT-FUNCTION       PIC X(11).
001100     05  ARV-SRT-ACTION         PIC X(11).
001110     05  ARV-SRT-WHAT           PIC X(20).
001120     05  ARV-SRT-BEFORE         PIC X(22).
001130     05  ARV-SRT-AFTER          PIC X(22).
001140     05  ARV-SRT-FLAG           PIC X(14).
001150
001160 WORKING-STORAGE SECTION.
001170     COPY ALRTLGWS.
001180     COPY GNEXLGW.
001190     COPY IDXAUDW.
001195     COPY CALDAUDW.
001200
001210*    THE TRAILS IN THE ORDER THEY ARE READ - NAME, THE FUNCTION
001220*    THAT WRITES THEM, AND I FOR AN INDEXED FILE.  ALRTLOG COMES
001230*    LAST SO THAT EVERY CORRECTION IN THE RANGE IS KNOWN BEFORE
001240*    THE ACKNOWLEDGEMENTS ARE CHECKED AGAINST THEM.
001250 01  ARV-TRAIL-VALUES.
001260     05  FILLER          PIC X(20) VALUE 'OPRMSTAUOPRMNT     S'.
001270     05  FILLER          PIC X(20) VALUE 'GNPARMAUGNPARMNT   S'.
001280     05  FILLER          PIC X(20) VALUE 'GNGOALAUGNGOALMT   S'.
001290     05  FILLER          PIC X(20) VALUE 'GNEXAMAUGNEXMMT    S'.
001300     05  FILLER          PIC X(20) VALUE 'GNEXLOG guessNumberS'.
001310     05  FILLER          PIC X(20) VALUE 'OPRSGNLGOPRSIGN    S'.
001320     05  FILLER          PIC X(20) VALUE 'SRCREGAUSRCRMNT    S'.
001330     05  FILLER          PIC X(20) VALUE 'CALDICAUCALDICMT   S'.
001340     05  FILLER          PIC X(20) VALUE 'CALRATAUCALRTMNT   S'.
001350     05  FILLER          PIC X(20) VALUE 'REJTRACKREJFIX     S'.
001360     05  FILLER          PIC X(20) VALUE 'CALDQUE CALDAPRV   I'.
001365     05  FILLER          PIC X(20) VALUE 'CALDLTAUCALDELTA   S'.
001370     05  FILLER          PIC X(20) VALUE 'CALDISP CALDSRES   I'.
001380     05  FILLER          PIC X(20) VALUE 'IDXBKAU IDXRSTR    S'.
001390     05  FILLER          PIC X(20) VALUE 'ALRTLOG ALRTACK    S'.
001400 01  ARV-TRAIL-TABLE REDEFINES ARV-TRAIL-VALUES.
001410     05  ARV-TRAIL-ENTRY OCCURS 15 TIMES.
001420         10  ARV-TRL-NAME       PIC X(08).
001430         10  ARV-TRL-FUNCTION   PIC X(11).
001440         10  ARV-TRL-ORG        PIC X(01).
001450 77  ARV-TRAIL-COUNT            PIC 9(02) VALUE 15.
001460
001470*    WHAT EACH TRAIL GAVE - N NOT ON FILE, Y READ, E UNREADABLE.
001480 01  ARV-TRAIL-RESULTS.
001490     05  ARV-TRAIL-RESULT OCCURS 15 TIMES.
001500         10  ARV-TRL-STATE      PIC X(01).
001510         10  ARV-TRL-OPEN-STAT  PIC X(02).
001520         10  ARV-TRL-READ       PIC 9(07).
001530         10  ARV-TRL-LISTED     PIC 9(07).
001540         10  ARV-TRL-MALFORMED  PIC 9(05).
001550
001560*    THE LINE LAYOUTS OF THE TRAILS THAT THEIR OWN PROGRAMS BUILD
001570*    IN WORKING-STORAGE.  EACH IS THE WRITING PROGRAM'S LINE AS
001580*    IT STANDS THERE.
001590 01  ARV-OPR-AUDIT-LINE.
001600     05  ARV-OPA-DATE           PIC X(08).
001610     05  FILLER                 PIC X(02).
001620     05  ARV-OPA-SUPERVISOR     PIC X(08).
001630     05  FILLER                 PIC X(02).
001640     05  ARV-OPA-TARGET         PIC X(08).
001650     05  FILLER                 PIC X(02).
001660     05  ARV-OPA-ACTION         PIC X(09).
001670     05  FILLER                 PIC X(02).
001680     05  ARV-OPA-AUTHORITY      PIC X(01).
001690     05  FILLER                 PIC X(01).
001700     05  ARV-OPA-ACTIVE         PIC X(01).
001710     05  FILLER                 PIC X(02).
001720     05  ARV-OPA-PIN-NOTE       PIC X(09).
001730
001740 01  ARV-PARM-AUDIT-LINE.
001750     05  ARV-PMA-DATE           PIC X(08).
001760     05  FILLER                 PIC X(02).
001770     05  ARV-PMA-OPERATOR       PIC X(08).
001780     05  FILLER                 PIC X(02).
001790     05  ARV-PMA-OLD            PIC X(11).
001800     05  FILLER                 PIC X(04).
001810     05  ARV-PMA-NEW            PIC X(11).
001820
001830 01  ARV-GOAL-AUDIT-LINE.
001840     05  ARV-GLA-DATE           PIC X(08).
001850     05  FILLER                 PIC X(02).
001860     05  ARV-GLA-SUPERVISOR     PIC X(08).
001870     05  FILLER                 PIC X(02).
001880     05  ARV-GLA-TARGET         PIC X(08).
001890     05  FILLER                 PIC X(02).
001900     05  ARV-GLA-ACTION         PIC X(09).
001910     05  FILLER                 PIC X(02).
001920     05  ARV-GLA-GOAL           PIC X(09).
001930
001940 01  ARV-EXAM-AUDIT-LINE.
001950     05  ARV-EXA-DATE           PIC X(08).
001960     05  FILLER                 PIC X(02).
001970     05  ARV-EXA-OPERATOR       PIC X(08).
001980     05  FILLER                 PIC X(02).
001990     05  ARV-EXA-OLD-ID         PIC X(08).
002000     05  FILLER                 PIC X(04).
002010     05  ARV-EXA-NEW-ID         PIC X(08).
002020     05  FILLER                 PIC X(02).
002030     05  ARV-EXA-LIMITS         PIC X(11).
002040
002050 01  ARV-SIGN-LOG-LINE.
002060     05  ARV-SGL-DATE           PIC X(08).
002070     05  FILLER                 PIC X(02).
002080     05  ARV-SGL-TIME           PIC X(06).
002090     05  FILLER                 PIC X(02).
002100     05  ARV-SGL-OPERATOR       PIC X(08).
002110     05  FILLER                 PIC X(02).
002120     05  ARV-SGL-LEVEL          PIC X(01).
002130     05  FILLER                 PIC X(02).
002140     05  ARV-SGL-EVENT          PIC X(08).
002150
002160*    SRCREGAU, CALDICAU AND CALRATAU SHARE ONE SHAPE UP TO THE
002170*    SUPERVISOR; THE KEY, ACTION, BEFORE AND AFTER SIT AT
002180*    DIFFERENT PLACES IN EACH.
002190 01  ARV-MAINT-AUDIT-LINE.
002200     05  ARV-MTA-DATE           PIC X(08).
002210     05  FILLER                 PIC X(02).
002220     05  ARV-MTA-SUPERVISOR     PIC X(08).
002230     05  FILLER                 PIC X(02).
002240     05  ARV-MTA-DETAIL         PIC X(80).
002250 01  ARV-SOURCE-DETAIL REDEFINES ARV-MAINT-AUDIT-LINE.
002260     05  FILLER                 PIC X(20).
002270     05  ARV-SRA-SOURCE         PIC X(08).
002280     05  FILLER                 PIC X(02).
002290     05  ARV-SRA-ACTION         PIC X(09).
002300     05  FILLER                 PIC X(02).
002310     05  ARV-SRA-OLD            PIC X(22).
002320     05  FILLER                 PIC X(03).
002330     05  ARV-SRA-NEW            PIC X(22).
002340     05  FILLER                 PIC X(12).
002350 01  ARV-DICT-DETAIL REDEFINES ARV-MAINT-AUDIT-LINE.
002360     05  FILLER                 PIC X(20).
002370     05  ARV-DCA-TYPE           PIC X(01).
002380     05  ARV-DCA-KEY            PIC X(08).
002390     05  FILLER                 PIC X(02).
002400     05  ARV-DCA-ACTION         PIC X(09).
002410     05  FILLER                 PIC X(02).
002420     05  ARV-DCA-OLD            PIC X(10).
002430     05  FILLER                 PIC X(04).
002440     05  ARV-DCA-NEW            PIC X(10).
002450     05  FILLER                 PIC X(34).
002460 01  ARV-RATE-DETAIL REDEFINES ARV-MAINT-AUDIT-LINE.
002470     05  FILLER                 PIC X(20).
002480     05  ARV-RTA-SOURCE         PIC X(08).
002490     05  FILLER                 PIC X(02).
002500     05  ARV-RTA-ACTION         PIC X(09).
002510     05  FILLER                 PIC X(02).
002520     05  ARV-RTA-CATEGORY       PIC X(11).
002530     05  FILLER                 PIC X(01).
002540     05  ARV-RTA-OLD            PIC X(08).
002550     05  FILLER                 PIC X(03).
002560     05  ARV-RTA-NEW            PIC X(08).
002570     05  FILLER                 PIC X(28).
002580
002590 01  ARV-TRACK-LINE.
002600     05  ARV-TRK-DATE           PIC X(08).
002610     05  FILLER                 PIC X(02).
002620     05  ARV-TRK-OPERATOR       PIC X(08).
002630     05  FILLER                 PIC X(02).
002640     05  ARV-TRK-SEQ-NO         PIC X(05).
002650     05  FILLER                 PIC X(02).
002660     05  ARV-TRK-STATUS         PIC X(12).
002670
002680 77  ARV-PARM-STATUS            PIC X(02) VALUE '00'.
002690 77  ARV-TRAIL-STATUS           PIC X(02) VALUE '00'.
002700 77  ARV-REPORT-STATUS          PIC X(02) VALUE '00'.
002710 77  ARV-TRAIL-NAME             PIC X(40) VALUE SPACES.
002720
002730 77  ARV-ERROR-SW               PIC X VALUE 'N'.
002740     88  ARV-RUN-IN-ERROR               VALUE 'Y'.
002750 77  ARV-WARNING-SW             PIC X VALUE 'N'.
002760     88  ARV-RUN-HAS-WARNING            VALUE 'Y'.
002770 77  ARV-EOF-SW                 PIC X VALUE 'N'.
002780     88  ARV-END-OF-FILE                VALUE 'Y'.
002790 77  ARV-SORT-EOF-SW            PIC X VALUE 'N'.
002800     88  ARV-SORT-END-OF-FILE           VALUE 'Y'.
002810 77  ARV-FOUND-SW               PIC X VALUE 'N'.
002820     88  ARV-ENTRY-FOUND                VALUE 'Y'.
002830
002840 77  ARV-FROM-DATE              PIC X(08) VALUE SPACES.
002850 77  ARV-TO-DATE                PIC X(08) VALUE SPACES.
002860 77  ARV-OPERATOR-FILTER        PIC X(08) VALUE SPACES.
002870     88  ARV-ALL-OPERATORS              VALUE SPACES.
002880 77  ARV-TRL-SUB                PIC 9(02) COMP.
002890 77  ARV-RELEASE-SEQ            PIC 9(07) VALUE ZERO.
002900 77  ARV-LISTED-COUNT           PIC 9(07) VALUE ZERO.
002910 77  ARV-FLAG-COUNT             PIC 9(05) VALUE ZERO.
002920 77  ARV-OVERFLOW-COUNT         PIC 9(05) VALUE ZERO.
002930
002940*    ONE CHANGE AS THE TRAIL READERS HAND IT TO THE RELEASE.
002950*    THE SUBJECT IS THE OPERATOR THE CHANGE WAS MADE TO, WHERE
002960*    THERE IS ONE, SO THE OPERATOR FILTER FINDS BOTH SIDES.
002970 01  ARV-CHANGE.
002980     05  ARV-CHG-DATE           PIC X(08).
002990     05  ARV-CHG-WHO            PIC X(08).
003000     05  ARV-CHG-SUBJECT        PIC X(08).
003010     05  ARV-CHG-FUNCTION       PIC X(11).
003020     05  ARV-CHG-ACTION         PIC X(11).
003030     05  ARV-CHG-WHAT           PIC X(20).
003040     05  ARV-CHG-BEFORE         PIC X(22).
003050     05  ARV-CHG-AFTER          PIC X(22).
003060     05  ARV-CHG-FLAG           PIC X(14).
003070
003080*    LAST KNOWN VALUE PER TRAIL AND OPERATOR, FOR THE TRAILS THAT
003090*    RECORD ONLY THE NEW VALUE.
003100 01  ARV-STATE-TABLE.
003110     05  ARV-STATE-ENTRY OCCURS 300 TIMES.
003120         10  ARV-STA-TRAIL      PIC 9(02).
003130         10  ARV-STA-ID         PIC X(08).
003140         10  ARV-STA-VALUE      PIC X(22).
003150 77  ARV-STATE-COUNT            PIC 9(03) COMP VALUE ZERO.
003160 77  ARV-STA-SUB                PIC 9(03) COMP.
003170 77  ARV-STA-CUR                PIC 9(03) COMP.
003180 77  ARV-STATE-ID               PIC X(08) VALUE SPACES.
003190 77  ARV-STATE-VALUE            PIC X(22) VALUE SPACES.
003200
003210*    WHO CORRECTED WHICH STEP'S OUTPUT IN THE RANGE - REJFIX ON
003220*    THE TestReadFile REJECTS, THE CALDQUE MAKER AND CHECKER ON
003230*    CALDRV'S CALIBRATIONS, CALDSRES ON CALRACK'S DISPUTES.
003240 01  ARV-FIX-TABLE.
003250     05  ARV-FIX-ENTRY OCCURS 200 TIMES.
003260         10  ARV-FIX-OPERATOR   PIC X(08).
003270         10  ARV-FIX-STEP       PIC X(12).
003280 77  ARV-FIX-COUNT              PIC 9(03) COMP VALUE ZERO.
003290 77  ARV-FIX-SUB                PIC 9(03) COMP.
003300 77  ARV-FIX-OPERATOR-KEY       PIC X(08) VALUE SPACES.
003310 77  ARV-FIX-STEP-KEY           PIC X(12) VALUE SPACES.
003320 77  ARV-FIX-DATE               PIC X(08) VALUE SPACES.
003330
003340 77  ARV-COUNT-ED               PIC ZZZZZZZZ9.
003350 77  ARV-VALUE-ED               PIC Z9.
003360
003370 01  ARV-TITLE-LINE             PIC X(132).
003380 01  ARV-RANGE-LINE.
003390     05  FILLER                 PIC X(26) VALUE
003400         'DATES...................: '.
003410     05  ARV-RNG-FROM           PIC X(08).
003420     05  FILLER                 PIC X(04) VALUE ' TO '.
003430     05  ARV-RNG-TO             PIC X(08).
003440 01  ARV-FILTER-LINE.
003450     05  FILLER                 PIC X(26) VALUE
003460         'OPERATOR................: '.
003470     05  ARV-FLT-OPERATOR       PIC X(14).
003480 01  ARV-COLUMN-HEADING.
003490     05  FILLER                 PIC X(46) VALUE
003500         'DATE      WHO       FUNCTION     ACTION       '.
003510     05  FILLER                 PIC X(46) VALUE
003520         'WHAT                  BEFORE                  '.
003530     05  FILLER                 PIC X(28) VALUE
003540         'AFTER                   FLAG'.
003550 01  ARV-DETAIL-LINE.
003560     05  ARV-DTL-DATE           PIC X(08).
003570     05  FILLER                 PIC X(02) VALUE SPACES.
003580     05  ARV-DTL-WHO            PIC X(08).
003590     05  FILLER                 PIC X(02) VALUE SPACES.
003600     05  ARV-DTL-FUNCTION       PIC X(11).
003610     05  FILLER                 PIC X(02) VALUE SPACES.
003620     05  ARV-DTL-ACTION         PIC X(11).
003630     05  FILLER                 PIC X(02) VALUE SPACES.
003640     05  ARV-DTL-WHAT           PIC X(20).
003650     05  FILLER                 PIC X(02) VALUE SPACES.
003660     05  ARV-DTL-BEFORE         PIC X(22).
003670     05  FILLER                 PIC X(02) VALUE SPACES.
003680     05  ARV-DTL-AFTER          PIC X(22).
003690     05  FILLER                 PIC X(02) VALUE SPACES.
003700     05  ARV-DTL-FLAG           PIC X(14).
003710 01  ARV-TRAIL-HEADING.
003720     05  FILLER                 PIC X(35) VALUE
003730         'TRAIL     FUNCTION     STATE       '.
003740     05  FILLER                 PIC X(27) VALUE
003750         '   READ    LISTED MALFORMED'.
003760 01  ARV-TRAIL-LINE.
003770     05  ARV-TRS-NAME           PIC X(08).
003780     05  FILLER                 PIC X(02) VALUE SPACES.
003790     05  ARV-TRS-FUNCTION       PIC X(11).
003800     05  FILLER                 PIC X(02) VALUE SPACES.
003810     05  ARV-TRS-STATE          PIC X(12).
003820     05  ARV-TRS-READ           PIC ZZZZZZ9.
003830     05  FILLER                 PIC X(03) VALUE SPACES.
003840     05  ARV-TRS-LISTED         PIC ZZZZZZ9.
003850     05  FILLER                 PIC X(05) VALUE SPACES.
003860     05  ARV-TRS-MALFORMED      PIC ZZZZ9.
003870 01  ARV-COUNT-LINE.
003880     05  ARV-CNT-LABEL          PIC X(26).
003890     05  ARV-CNT-VALUE          PIC ZZZZZZ9.
003900
003910 PROCEDURE DIVISION.
003920 0000-MAINLINE.
003930     PERFORM 1000-READ-PARAMETERS
003940             THRU 1000-READ-PARAMETERS-EXIT.
003950     IF ARV-RUN-IN-ERROR
003960         GO TO 9999-EXIT
003970     END-IF.
003980     PERFORM 2000-BUILD-REPORT THRU 2000-BUILD-REPORT-EXIT.
003990     GO TO 9999-EXIT.
004000
004010 0000-MAINLINE-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050*    1000-READ-PARAMETERS - THE RANGE UNDER REVIEW COMES FROM
004060*    AUDRVPRM: FROM AND TO DATES (YYYYMMDD) AND AN OPTIONAL
004070*    OPERATOR ID.  AN AUDIT REVIEW HAS NO SAFE DEFAULT RANGE, SO
004080*    A MISSING OR MALFORMED PARAMETER FAILS THE RUN.
004090******************************************************************
004100 1000-READ-PARAMETERS.
004110     OPEN INPUT ARV-PARM-FILE.
004120     IF ARV-PARM-STATUS NOT = '00'
004130         DISPLAY 'UNABLE TO OPEN AUDRVPRM - STATUS: '
004140             ARV-PARM-STATUS
004150         MOVE 'Y' TO ARV-ERROR-SW
004160         GO TO 1000-READ-PARAMETERS-EXIT
004170     END-IF.
004180     READ ARV-PARM-FILE
004190         AT END
004200             DISPLAY 'AUDRVPRM IS EMPTY - NO RANGE TO REVIEW'
004210             MOVE 'Y' TO ARV-ERROR-SW
004220     END-READ.
004230     CLOSE ARV-PARM-FILE.
004240     IF ARV-RUN-IN-ERROR
004250         GO TO 1000-READ-PARAMETERS-EXIT
004260     END-IF.
004270     IF ARV-PARM-FROM-DATE NOT NUMERIC
004280             OR ARV-PARM-TO-DATE NOT NUMERIC
004290         DISPLAY 'AUDRVPRM DATES NOT YYYYMMDD - GOT: '
004300             ARV-PARM-FROM-DATE ' ' ARV-PARM-TO-DATE
004310         MOVE 'Y' TO ARV-ERROR-SW
004320         GO TO 1000-READ-PARAMETERS-EXIT
004330     END-IF.
004340     IF ARV-PARM-FROM-DATE > ARV-PARM-TO-DATE
004350         DISPLAY 'AUDRVPRM FROM DATE IS AFTER THE TO DATE'
004360         MOVE 'Y' TO ARV-ERROR-SW
004370         GO TO 1000-READ-PARAMETERS-EXIT
004380     END-IF.
004390     MOVE ARV-PARM-FROM-DATE TO ARV-FROM-DATE.
004400     MOVE ARV-PARM-TO-DATE TO ARV-TO-DATE.
004410     MOVE ARV-PARM-OPERATOR TO ARV-OPERATOR-FILTER.
004420
004430 1000-READ-PARAMETERS-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470*    2000-BUILD-REPORT - ONE SORT PASS BY DATE OVER EVERY
004480*    TRAIL.  MOST TRAILS CARRY NO TIME OF DAY, SO WITHIN A DAY
004490*    LINES FALL IN TRAIL ORDER, THEN THE ORDER THE TRAIL WROTE
004500*    THEM.  THE
004510*    CONTROL SECTION AFTER THE TIMELINE ACCOUNTS FOR EACH TRAIL.
004520******************************************************************
004530 2000-BUILD-REPORT.
004540     OPEN OUTPUT ARV-REPORT-FILE.
004550     IF ARV-REPORT-STATUS NOT = '00'
004560         DISPLAY 'UNABLE TO OPEN AUDREVRP - STATUS: '
004570             ARV-REPORT-STATUS
004580         MOVE 'Y' TO ARV-ERROR-SW
004590         GO TO 2000-BUILD-REPORT-EXIT
004600     END-IF.
004610     INITIALIZE ARV-TRAIL-RESULTS.
004620     MOVE '===== AUDREVW CONSOLIDATED CHANGE-AUDIT REVIEW ====='
004630         TO ARV-TITLE-LINE.
004640     MOVE ARV-TITLE-LINE TO ARV-REPORT-RECORD.
004650     WRITE ARV-REPORT-RECORD.
004660     MOVE ARV-FROM-DATE TO ARV-RNG-FROM.
004670     MOVE ARV-TO-DATE TO ARV-RNG-TO.
004680     MOVE ARV-RANGE-LINE TO ARV-REPORT-RECORD.
004690     WRITE ARV-REPORT-RECORD.
004700     IF ARV-ALL-OPERATORS
004710         MOVE 'ALL' TO ARV-FLT-OPERATOR
004720     ELSE
004730         MOVE ARV-OPERATOR-FILTER TO ARV-FLT-OPERATOR
004740     END-IF.
004750     MOVE ARV-FILTER-LINE TO ARV-REPORT-RECORD.
004760     WRITE ARV-REPORT-RECORD.
004770     MOVE SPACES TO ARV-REPORT-RECORD.
004780     WRITE ARV-REPORT-RECORD.
004790     MOVE ARV-COLUMN-HEADING TO ARV-REPORT-RECORD.
004800     WRITE ARV-REPORT-RECORD.
004810     SORT ARV-SORT-FILE
004820         ON ASCENDING KEY ARV-SRT-DATE
004830                          ARV-SRT-TRAIL
004840                          ARV-SRT-SEQ
004850         INPUT PROCEDURE IS 2100-RELEASE-TRAILS
004860             THRU 2100-RELEASE-TRAILS-EXIT
004870         OUTPUT PROCEDURE IS 3000-PRINT-TIMELINE
004880             THRU 3000-PRINT-TIMELINE-EXIT.
004890     PERFORM 4000-PRINT-CONTROL THRU 4000-PRINT-CONTROL-EXIT.
004900     CLOSE ARV-REPORT-FILE.
004910     DISPLAY 'CHANGE REVIEW ' ARV-FROM-DATE '-' ARV-TO-DATE
004920         ' - CHANGES: ' ARV-LISTED-COUNT
004930         ' FLAGGED: ' ARV-FLAG-COUNT.
004940
004950 2000-BUILD-REPORT-EXIT.
004960     EXIT.
004970
004980******************************************************************
004990*    2100-RELEASE-TRAILS - SORT INPUT PROCEDURE.  EACH TRAIL IN
005000*    TURN; ONE THAT DOES NOT EXIST YET HAS SIMPLY HAD NO CHANGES.
005010******************************************************************
005020 2100-RELEASE-TRAILS.
005030     PERFORM 2110-RELEASE-ONE-TRAIL
005040             THRU 2110-RELEASE-ONE-TRAIL-EXIT
005050         VARYING ARV-TRL-SUB FROM 1 BY 1
005060         UNTIL ARV-TRL-SUB > ARV-TRAIL-COUNT.
005070
005080 2100-RELEASE-TRAILS-EXIT.
005090     EXIT.
005100
005110 2110-RELEASE-ONE-TRAIL.
005120     EVALUATE ARV-TRL-NAME(ARV-TRL-SUB)
005130         WHEN 'CALDQUE'
005140             OPEN INPUT ARV-QUEUE-FILE
005150         WHEN 'CALDISP'
005160             OPEN INPUT ARV-DISPUTE-FILE
005170         WHEN OTHER
005180             MOVE ARV-TRL-NAME(ARV-TRL-SUB) TO ARV-TRAIL-NAME
005190             OPEN INPUT ARV-TRAIL-FILE
005200     END-EVALUATE.
005210     IF ARV-TRAIL-STATUS = '35'
005220         MOVE 'N' TO ARV-TRL-STATE(ARV-TRL-SUB)
005230         GO TO 2110-RELEASE-ONE-TRAIL-EXIT
005240     END-IF.
005250     IF ARV-TRAIL-STATUS NOT = '00'
005260         DISPLAY 'UNABLE TO OPEN ' ARV-TRL-NAME(ARV-TRL-SUB)
005270             ' - STATUS: ' ARV-TRAIL-STATUS
005280         MOVE 'E' TO ARV-TRL-STATE(ARV-TRL-SUB)
005290         MOVE ARV-TRAIL-STATUS TO ARV-TRL-OPEN-STAT(ARV-TRL-SUB)
005300         MOVE 'Y' TO ARV-WARNING-SW
005310         GO TO 2110-RELEASE-ONE-TRAIL-EXIT
005320     END-IF.
005330     MOVE 'Y' TO ARV-TRL-STATE(ARV-TRL-SUB).
005340     MOVE 'N' TO ARV-EOF-SW.
005350     PERFORM 2120-READ-TRAIL-RECORD
005360             THRU 2120-READ-TRAIL-RECORD-EXIT
005370         UNTIL ARV-END-OF-FILE.
005380     EVALUATE ARV-TRL-NAME(ARV-TRL-SUB)
005390         WHEN 'CALDQUE'
005400             CLOSE ARV-QUEUE-FILE
005410         WHEN 'CALDISP'
005420             CLOSE ARV-DISPUTE-FILE
005430         WHEN OTHER
005440             CLOSE ARV-TRAIL-FILE
005450     END-EVALUATE.
005460
005470 2110-RELEASE-ONE-TRAIL-EXIT.
005480     EXIT.
005490
005500******************************************************************
005510*    2120-READ-TRAIL-RECORD - READ ONE LINE OR RECORD AND HAND IT
005520*    TO THE READER FOR ITS TRAIL'S LAYOUT.
005530******************************************************************
005540 2120-READ-TRAIL-RECORD.
005550     EVALUATE ARV-TRL-NAME(ARV-TRL-SUB)
005560         WHEN 'CALDQUE'
005570             READ ARV-QUEUE-FILE NEXT RECORD
005580                 AT END MOVE 'Y' TO ARV-EOF-SW
005590             END-READ
005600         WHEN 'CALDISP'
005610             READ ARV-DISPUTE-FILE NEXT RECORD
005620                 AT END MOVE 'Y' TO ARV-EOF-SW
005630             END-READ
005640         WHEN OTHER
005650             READ ARV-TRAIL-FILE
005660                 AT END MOVE 'Y' TO ARV-EOF-SW
005670             END-READ
005680     END-EVALUATE.
005690     IF ARV-END-OF-FILE
005700         GO TO 2120-READ-TRAIL-RECORD-EXIT
005710     END-IF.
005720     IF ARV-TRAIL-STATUS NOT = '00'
005730         DISPLAY 'READ ERROR ON ' ARV-TRL-NAME(ARV-TRL-SUB)
005740             ' - STATUS: ' ARV-TRAIL-STATUS
005750         MOVE 'E' TO ARV-TRL-STATE(ARV-TRL-SUB)
005760         MOVE ARV-TRAIL-STATUS TO ARV-TRL-OPEN-STAT(ARV-TRL-SUB)
005770         MOVE 'Y' TO ARV-WARNING-SW
005780         MOVE 'Y' TO ARV-EOF-SW
005790         GO TO 2120-READ-TRAIL-RECORD-EXIT
005800     END-IF.
005810     ADD 1 TO ARV-TRL-READ(ARV-TRL-SUB).
005820     MOVE SPACES TO ARV-CHANGE.
005830     MOVE ARV-TRL-FUNCTION(ARV-TRL-SUB) TO ARV-CHG-FUNCTION.
005840     EVALUATE ARV-TRL-NAME(ARV-TRL-SUB)
005850         WHEN 'OPRMSTAU'
005860             PERFORM 2200-READ-OPERATOR-CHANGE
005870                     THRU 2200-READ-OPERATOR-CHANGE-EXIT
005880         WHEN 'GNPARMAU'
005890             PERFORM 2210-READ-PARAMETER-CHANGE
005900                     THRU 2210-READ-PARAMETER-CHANGE-EXIT
005910         WHEN 'GNGOALAU'
005920             PERFORM 2220-READ-GOAL-CHANGE
005930                     THRU 2220-READ-GOAL-CHANGE-EXIT
005940         WHEN 'GNEXAMAU'
005950             PERFORM 2230-READ-EXAM-CHANGE
005960                     THRU 2230-READ-EXAM-CHANGE-EXIT
005970         WHEN 'GNEXLOG'
005980             PERFORM 2240-READ-EXAM-SITTING
005990                     THRU 2240-READ-EXAM-SITTING-EXIT
006000         WHEN 'OPRSGNLG'
006010             PERFORM 2250-READ-SIGN-ON-EVENT
006020                     THRU 2250-READ-SIGN-ON-EVENT-EXIT
006030         WHEN 'SRCREGAU'
006040             PERFORM 2260-READ-SOURCE-CHANGE
006050                     THRU 2260-READ-SOURCE-CHANGE-EXIT
006060         WHEN 'CALDICAU'
006070             PERFORM 2270-READ-DICTIONARY-CHANGE
006080                     THRU 2270-READ-DICTIONARY-CHANGE-EXIT
006090         WHEN 'CALRATAU'
006100             PERFORM 2280-READ-RATE-CHANGE
006110                     THRU 2280-READ-RATE-CHANGE-EXIT
006120         WHEN 'REJTRACK'
006130             PERFORM 2300-READ-REJECT-FIX
006140                     THRU 2300-READ-REJECT-FIX-EXIT
006150         WHEN 'CALDQUE'
006160             PERFORM 2310-READ-QUEUED-CORRECTION
006170                     THRU 2310-READ-QUEUED-CORRECTION-EXIT
006172         WHEN 'CALDLTAU'
006174             PERFORM 2315-READ-APPLIED-CORRECTION
006176                     THRU 2315-READ-APPLIED-CORRECTION-EXIT
006180         WHEN 'CALDISP'
006190             PERFORM 2320-READ-DISPUTE-RESOLUTION
006200                     THRU 2320-READ-DISPUTE-RESOLUTION-EXIT
006210         WHEN 'IDXBKAU'
006220             PERFORM 2330-READ-RESTORE
006230                     THRU 2330-READ-RESTORE-EXIT
006240         WHEN 'ALRTLOG'
006250             PERFORM 2340-READ-ACKNOWLEDGEMENT
006260                     THRU 2340-READ-ACKNOWLEDGEMENT-EXIT
006270     END-EVALUATE.
006280
006290 2120-READ-TRAIL-RECORD-EXIT.
006300     EXIT.
006310
006320******************************************************************
006330*    2200-READ-OPERATOR-CHANGE - OPRMSTAU.  THE LINE HOLDS THE
006340*    NEW AUTHORITY AND ACTIVE FLAG ONLY; THE BEFORE IS THE LAST
006350*    LINE FOR THE SAME OPERATOR.  A SUPERVISOR CHANGING THEIR
006360*    OWN RECORD IS FLAGGED - EXCEPT THE BOOTSTRAP, WHERE THE
006370*    FIRST SUPERVISOR NECESSARILY CREATES THEMSELF.
006380******************************************************************
006390 2200-READ-OPERATOR-CHANGE.
006400     MOVE ARV-TRAIL-RECORD TO ARV-OPR-AUDIT-LINE.
006410     MOVE ARV-OPA-DATE TO ARV-CHG-DATE.
006420     MOVE ARV-OPA-SUPERVISOR TO ARV-CHG-WHO.
006430     MOVE ARV-OPA-TARGET TO ARV-CHG-SUBJECT.
006440     MOVE ARV-OPA-ACTION TO ARV-CHG-ACTION.
006450     STRING 'OPERATOR ' ARV-OPA-TARGET DELIMITED BY SIZE
006460         INTO ARV-CHG-WHAT.
006470     MOVE ARV-OPA-TARGET TO ARV-STATE-ID.
006480     PERFORM 2800-LOOK-UP-STATE THRU 2800-LOOK-UP-STATE-EXIT.
006490     MOVE ARV-STATE-VALUE TO ARV-CHG-BEFORE.
006500     MOVE SPACES TO ARV-STATE-VALUE.
006510     STRING 'AUTH ' ARV-OPA-AUTHORITY '/' ARV-OPA-ACTIVE
006520         DELIMITED BY SIZE INTO ARV-STATE-VALUE.
006530     STRING ARV-STATE-VALUE DELIMITED BY '  '
006540         ' ' ARV-OPA-PIN-NOTE DELIMITED BY SIZE
006550         INTO ARV-CHG-AFTER.
006560     PERFORM 2850-SAVE-STATE THRU 2850-SAVE-STATE-EXIT.
006570     IF ARV-OPA-SUPERVISOR = ARV-OPA-TARGET
006580             AND ARV-OPA-ACTION NOT = 'BOOTSTRAP'
006590         MOVE 'SELF-AUTHORITY' TO ARV-CHG-FLAG
006600     END-IF.
006610     PERFORM 2900-RELEASE-CHANGE THRU 2900-RELEASE-CHANGE-EXIT.
006620
006630 2200-READ-OPERATOR-CHANGE-EXIT.
006640     EXIT.
006650
006660 2210-READ-PARAMETER-CHANGE.
006670     MOVE ARV-TRAIL-RECORD TO ARV-PARM-AUDIT-LINE.
006680     MOVE ARV-PMA-DATE TO ARV-CHG-DATE.
006690     MOVE ARV-PMA-OPERATOR TO ARV-CHG-WHO.
006700     MOVE 'UPDATED' TO ARV-CHG-ACTION.
006710     MOVE 'GUESS LOW/HIGH/MAX' TO ARV-CHG-WHAT.
006720     MOVE ARV-PMA-OLD TO ARV-CHG-BEFORE.
006730     MOVE ARV-PMA-NEW TO ARV-CHG-AFTER.
006740     PERFORM 2900-RELEASE-CHANGE THRU 2900-RELEASE-CHANGE-EXIT.
006750
006760 2210-READ-PARAMETER-CHANGE-EXIT.
006770     EXIT.
006780
006790******************************************************************
006800*    2220-READ-GOAL-CHANGE - GNGOALAU, ROUNDS/LEVEL/WIN PERCENT.
006810*    LIKE OPRMSTAU IT HOLDS ONLY THE NEW GOAL.  A SUPERVISOR
006820*    SETTING THEIR OWN GOAL IS FLAGGED.
006830******************************************************************
006840 2220-READ-GOAL-CHANGE.
006850     MOVE ARV-TRAIL-RECORD TO ARV-GOAL-AUDIT-LINE.
006860     MOVE ARV-GLA-DATE TO ARV-CHG-DATE.
006870     MOVE ARV-GLA-SUPERVISOR TO ARV-CHG-WHO.
006880     MOVE ARV-GLA-TARGET TO ARV-CHG-SUBJECT.
006890     MOVE ARV-GLA-ACTION TO ARV-CHG-ACTION.
006900     STRING 'GOAL ' ARV-GLA-TARGET DELIMITED BY SIZE
006910         INTO ARV-CHG-WHAT.
006920     MOVE ARV-GLA-TARGET TO ARV-STATE-ID.
006930     PERFORM 2800-LOOK-UP-STATE THRU 2800-LOOK-UP-STATE-EXIT.
006940     MOVE ARV-STATE-VALUE TO ARV-CHG-BEFORE.
006950     MOVE SPACES TO ARV-STATE-VALUE.
006960     STRING 'GOAL ' ARV-GLA-GOAL DELIMITED BY SIZE
006970         INTO ARV-STATE-VALUE.
006980     MOVE ARV-STATE-VALUE TO ARV-CHG-AFTER.
006990     PERFORM 2850-SAVE-STATE THRU 2850-SAVE-STATE-EXIT.
007000     IF ARV-GLA-SUPERVISOR = ARV-GLA-TARGET
007010         MOVE 'OWN GOAL' TO ARV-CHG-FLAG
007020     END-IF.
007030     PERFORM 2900-RELEASE-CHANGE THRU 2900-RELEASE-CHANGE-EXIT.
007040
007050 2220-READ-GOAL-CHANGE-EXIT.
007060     EXIT.
007070
007080 2230-READ-EXAM-CHANGE.
007090     MOVE ARV-TRAIL-RECORD TO ARV-EXAM-AUDIT-LINE.
007100     MOVE ARV-EXA-DATE TO ARV-CHG-DATE.
007110     MOVE ARV-EXA-OPERATOR TO ARV-CHG-WHO.
007120     IF ARV-EXA-OLD-ID = SPACES
007130         MOVE 'ADDED' TO ARV-CHG-ACTION
007140     ELSE
007150         MOVE 'UPDATED' TO ARV-CHG-ACTION
007160     END-IF.
007170     MOVE 'CERTIFICATION EXAM' TO ARV-CHG-WHAT.
007180     MOVE ARV-EXA-OLD-ID TO ARV-CHG-BEFORE.
007190     STRING ARV-EXA-NEW-ID DELIMITED BY SPACE
007200            ' ' ARV-EXA-LIMITS DELIMITED BY SIZE
007210         INTO ARV-CHG-AFTER.
007220     PERFORM 2900-RELEASE-CHANGE THRU 2900-RELEASE-CHANGE-EXIT.
007230
007240 2230-READ-EXAM-CHANGE-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280*    2240-READ-EXAM-SITTING - GNEXLOG.  ONLY THE RESULT LINE OF A
007290*    SITTING CHANGES ANYTHING (THE OPERATOR'S CERTIFICATION); IT
007300*    IS THE SUPERVISOR WHO VOUCHED FOR IT.  A SITTING SUPERVISED
007310*    BY THE CANDIDATE IS FLAGGED.
007320******************************************************************
007330 2240-READ-EXAM-SITTING.
007340     MOVE ARV-TRAIL-RECORD TO EXL-LOG-LINE.
007350     IF NOT EXL-SITTING-RESULT
007360         GO TO 2240-READ-EXAM-SITTING-EXIT
007370     END-IF.
007380     MOVE EXL-DATE TO ARV-CHG-DATE.
007390     MOVE EXL-SUPERVISOR-ID TO ARV-CHG-WHO.
007400     MOVE EXL-OPERATOR-ID TO ARV-CHG-SUBJECT.
007410     STRING 'CERTIFY ' EXL-OPERATOR-ID DELIMITED BY SIZE
007420         INTO ARV-CHG-WHAT.
007430     MOVE EXL-EXAM-ID TO ARV-CHG-BEFORE.
007440     IF EXL-PASSED
007450         MOVE 'PASSED' TO ARV-CHG-ACTION
007460         STRING 'EXPIRES ' EXL-CERT-EXPIRY DELIMITED BY SIZE
007470             INTO ARV-CHG-AFTER
007480     ELSE
007490         MOVE 'FAILED' TO ARV-CHG-ACTION
007500         MOVE 'NOT CERTIFIED' TO ARV-CHG-AFTER
007510     END-IF.
007520     IF EXL-SUPERVISOR-ID = EXL-OPERATOR-ID
007530         MOVE 'SELF-CERTIFIED' TO ARV-CHG-FLAG
007540     END-IF.
007550     PERFORM 2900-RELEASE-CHANGE THRU 2900-RELEASE-CHANGE-EXIT.
007560
007570 2240-READ-EXAM-SITTING-EXIT.
007580     EXIT.
007590
007600******************************************************************
007610*    2250-READ-SIGN-ON-EVENT - OPRSGNLG.  ORDINARY SIGN-ONS AND
007620*    REFUSALS CHANGE NOTHING; A PIN CHANGE AND A LOCKOUT CHANGE
007630*    THE OPERATOR'S MASTER RECORD.
007640******************************************************************
007650 2250-READ-SIGN-ON-EVENT.
007660     MOVE ARV-TRAIL-RECORD TO ARV-SIGN-LOG-LINE.
007670     IF ARV-SGL-EVENT NOT = 'PINCHG'
007680             AND ARV-SGL-EVENT NOT = 'LOCKOUT'
007690         GO TO 2250-READ-SIGN-ON-EVENT-EXIT
007700     END-IF.
007710     MOVE ARV-SGL-DATE TO ARV-CHG-DATE.
007720     MOVE ARV-SGL-OPERATOR TO ARV-CHG-WHO.
007730     MOVE ARV-SGL-OPERATOR TO ARV-CHG-SUBJECT.
007740     MOVE ARV-SGL-EVENT TO ARV-CHG-ACTION.
007750     STRING 'OPERATOR ' ARV-SGL-OPERATOR DELIMITED BY SIZE
007760         INTO ARV-CHG-WHAT.
007770     IF ARV-SGL-EVENT = 'PINCHG'
007780         MOVE 'NEW PIN SET' TO ARV-CHG-AFTER
007790     ELSE
007800         MOVE 'LOCKED OUT' TO ARV-CHG-AFTER
007810     END-IF.
007820     PERFORM 2900-RELEASE-CHANGE THRU 2900-RELEASE-CHANGE-EXIT.
007830
007840 2250-READ-SIGN-ON-EVENT-EXIT.
007850     EXIT.
007860
007870 2260-READ-SOURCE-CHANGE.
007880     MOVE ARV-TRAIL-RECORD TO ARV-MAINT-AUDIT-LINE.
007890     MOVE ARV-MTA-DATE TO ARV-CHG-DATE.
007900     MOVE ARV-MTA-SUPERVISOR TO ARV-CHG-WHO.
007910     MOVE ARV-SRA-ACTION TO ARV-CHG-ACTION.
007920     STRING 'SOURCE ' ARV-SRA-SOURCE DELIMITED BY SIZE
007930         INTO ARV-CHG-WHAT.
007940     MOVE ARV-SRA-OLD TO ARV-CHG-BEFORE.
007950     MOVE ARV-SRA-NEW TO ARV-CHG-AFTER.
007960     PERFORM 2900-RELEASE-CHANGE THRU 2900-RELEASE-CHANGE-EXIT.
007970
007980 2260-READ-SOURCE-CHANGE-EXIT.
007990     EXIT.
008000
008010 2270-READ-DICTIONARY-CHANGE.
008020     MOVE ARV-TRAIL-RECORD TO ARV-MAINT-AUDIT-LINE.
008030     MOVE ARV-MTA-DATE TO ARV-CHG-DATE.
008040     MOVE ARV-MTA-SUPERVISOR TO ARV-CHG-WHO.
008050     MOVE ARV-DCA-ACTION TO ARV-CHG-ACTION.
008060     STRING 'DICT ' ARV-DCA-TYPE ' ' ARV-DCA-KEY
008070         DELIMITED BY SIZE INTO ARV-CHG-WHAT.
008080     MOVE ARV-DCA-OLD TO ARV-CHG-BEFORE.
008090     MOVE ARV-DCA-NEW TO ARV-CHG-AFTER.
008100     PERFORM 2900-RELEASE-CHANGE THRU 2900-RELEASE-CHANGE-EXIT.
008110
008120 2270-READ-DICTIONARY-CHANGE-EXIT.
008130     EXIT.
008140
008150 2280-READ-RATE-CHANGE.
008160     MOVE ARV-TRAIL-RECORD TO ARV-MAINT-AUDIT-LINE.
008170     MOVE ARV-MTA-DATE TO ARV-CHG-DATE.
008180     MOVE ARV-MTA-SUPERVISOR TO ARV-CHG-WHO.
008190     MOVE ARV-RTA-ACTION TO ARV-CHG-ACTION.
008200     STRING ARV-RTA-SOURCE DELIMITED BY SPACE
008210         ' ' ARV-RTA-CATEGORY DELIMITED BY SIZE
008220         INTO ARV-CHG-WHAT.
008230     MOVE ARV-RTA-OLD TO ARV-CHG-BEFORE.
008240     MOVE ARV-RTA-NEW TO ARV-CHG-AFTER.
008250     PERFORM 2900-RELEASE-CHANGE THRU 2900-RELEASE-CHANGE-EXIT.
008260
008270 2280-READ-RATE-CHANGE-EXIT.
008280     EXIT.
008290
008300******************************************************************
008310*    2300-READ-REJECT-FIX - REJTRACK.  A CORRECTED OR WRITTEN-OFF
008320*    REJECT IS A CORRECTION OF THE TestReadFile STEP'S OUTPUT.
008330******************************************************************
008340 2300-READ-REJECT-FIX.
008350     MOVE ARV-TRAIL-RECORD TO ARV-TRACK-LINE.
008360     MOVE ARV-TRK-DATE TO ARV-CHG-DATE.
008370     MOVE ARV-TRK-OPERATOR TO ARV-CHG-WHO.
008380     MOVE ARV-TRK-STATUS TO ARV-CHG-ACTION.
008390     STRING 'REJECT ' ARV-TRK-SEQ-NO DELIMITED BY SIZE
008400         INTO ARV-CHG-WHAT.
008410     MOVE 'ON REJECTS' TO ARV-CHG-BEFORE.
008420     IF ARV-TRK-STATUS = 'CORRECTED'
008430         MOVE 'SENT TO RECYCLE' TO ARV-CHG-AFTER
008440     ELSE
008450         MOVE ARV-TRK-STATUS TO ARV-CHG-AFTER
008460     END-IF.
008470     MOVE ARV-TRK-OPERATOR TO ARV-FIX-OPERATOR-KEY.
008480     MOVE 'TestReadFile' TO ARV-FIX-STEP-KEY.
008490     MOVE ARV-TRK-DATE TO ARV-FIX-DATE.
008500     PERFORM 2950-NOTE-CORRECTION THRU 2950-NOTE-CORRECTION-EXIT.
008510     PERFORM 2900-RELEASE-CHANGE THRU 2900-RELEASE-CHANGE-EXIT.
008520
008530 2300-READ-REJECT-FIX-EXIT.
008540     EXIT.
008550
008560******************************************************************
008570*    2310-READ-QUEUED-CORRECTION - CALDQUE.  ONE ENTRY CAN GIVE
008580*    TWO TIMELINE LINES: KEYED BY ITS MAKER (CALDKEY) AND
008590*    DECIDED BY ITS CHECKER (CALDAPRV); ITS APPLICATION TO
008600*    CALMSTR COMES FROM CALDLTAU.  MAKER AND CHECKER BOTH COUNT
008610*    AS CORRECTING CALDRV'S CALIBRATIONS.  A CHECKER WHO IS ALSO
008620*    THE MAKER IS FLAGGED.
008630******************************************************************
008640 2310-READ-QUEUED-CORRECTION.
008650     MOVE CDQ-ENTRY-DATE TO ARV-CHG-DATE.
008660     MOVE CDQ-MAKER-ID TO ARV-CHG-WHO.
008670     MOVE 'CALDKEY' TO ARV-CHG-FUNCTION.
008680     MOVE 'KEYED' TO ARV-CHG-ACTION.
008690     STRING 'CORRECTION ' CDQ-SEQ-NO DELIMITED BY SIZE
008700         INTO ARV-CHG-WHAT.
008710     MOVE CDQ-CALIB-TEXT TO ARV-CHG-AFTER.
008720     MOVE CDQ-MAKER-ID TO ARV-FIX-OPERATOR-KEY.
008730     MOVE 'CALDRV' TO ARV-FIX-STEP-KEY.
008740     MOVE ARV-CHG-DATE TO ARV-FIX-DATE.
008750     PERFORM 2950-NOTE-CORRECTION THRU 2950-NOTE-CORRECTION-EXIT.
008760     PERFORM 2900-RELEASE-CHANGE THRU 2900-RELEASE-CHANGE-EXIT.
008770     IF CDQ-PENDING OR CDQ-DECISION-DATE NOT NUMERIC
008780             OR CDQ-DECISION-DATE = ZERO
008790         GO TO 2310-READ-QUEUED-CORRECTION-EXIT
008800     END-IF.
008810     MOVE CDQ-DECISION-DATE TO ARV-CHG-DATE.
008820     MOVE SPACES TO ARV-CHG-AFTER ARV-CHG-FLAG.
008830     MOVE CDQ-CHECKER-ID TO ARV-CHG-WHO.
008840     MOVE CDQ-MAKER-ID TO ARV-CHG-SUBJECT.
008850     MOVE 'CALDAPRV' TO ARV-CHG-FUNCTION.
008860     MOVE 'PENDING' TO ARV-CHG-BEFORE.
008870     IF CDQ-REJECTED
008880         MOVE 'REJECTED' TO ARV-CHG-ACTION
008890         MOVE CDQ-REASON TO ARV-CHG-AFTER
008900     ELSE
008910         MOVE 'APPROVED' TO ARV-CHG-ACTION
008920         MOVE 'APPROVED' TO ARV-CHG-AFTER
008930     END-IF.
008940     IF CDQ-CHECKER-ID = CDQ-MAKER-ID
008950         MOVE 'OWN APPROVAL' TO ARV-CHG-FLAG
008960     END-IF.
008970     MOVE CDQ-CHECKER-ID TO ARV-FIX-OPERATOR-KEY.
008980     MOVE ARV-CHG-DATE TO ARV-FIX-DATE.
008990     PERFORM 2950-NOTE-CORRECTION THRU 2950-NOTE-CORRECTION-EXIT.
009000     PERFORM 2900-RELEASE-CHANGE THRU 2900-RELEASE-CHANGE-EXIT.
009010
009020 2310-READ-QUEUED-CORRECTION-EXIT.
009030     EXIT.
009032
009034******************************************************************
009038*    2315-READ-APPLIED-CORRECTION - CALDLTAU.  A CORRECTION AS
009042*    CALDELTA STORED IT: THE LINE'S VALUE BEFORE AND AFTER.  THE
009046*    JOB, NOT AN OPERATOR, MADE THE CHANGE; THE MAKER IS ITS
009050*    SUBJECT, SO AN OPERATOR FILTER STILL FINDS IT.
009054******************************************************************
009058 2315-READ-APPLIED-CORRECTION.
009062     MOVE ARV-TRAIL-RECORD TO CDA-AUDIT-LINE.
009066     MOVE CDA-DATE TO ARV-CHG-DATE.
009070     MOVE CDA-MAKER TO ARV-CHG-SUBJECT.
009074     MOVE 'APPLIED' TO ARV-CHG-ACTION.
009078     STRING 'CORRECTION ' CDA-SEQ-NO DELIMITED BY SIZE
009082         INTO ARV-CHG-WHAT.
009086     IF CDA-ADDED
009090         MOVE 'NOT ON CALMSTR' TO ARV-CHG-BEFORE
009094     ELSE
009098         MOVE CDA-OLD-VALUE TO ARV-VALUE-ED
009102         STRING 'VALUE ' ARV-VALUE-ED DELIMITED BY SIZE
009106             INTO ARV-CHG-BEFORE
009110     END-IF.
009114     MOVE CDA-NEW-VALUE TO ARV-VALUE-ED.
009118     STRING 'VALUE ' ARV-VALUE-ED DELIMITED BY SIZE
009122         INTO ARV-CHG-AFTER.
009126     PERFORM 2900-RELEASE-CHANGE THRU 2900-RELEASE-CHANGE-EXIT.
009128
009130 2315-READ-APPLIED-CORRECTION-EXIT.
009134     EXIT.
009150
009160******************************************************************
009170*    2320-READ-DISPUTE-RESOLUTION - CALDISP.  ONLY A CLOSED
009180*    DISPUTE CARRIES A RESOLVER; CLOSING ONE IS A CORRECTION OF
009190*    THE CALRACK STEP THAT RAISED IT.
009200******************************************************************
009210 2320-READ-DISPUTE-RESOLUTION.
009220     IF DSP-OPEN OR DSP-RESOLVED-DATE NOT NUMERIC
009230             OR DSP-RESOLVED-DATE = ZERO
009240         GO TO 2320-READ-DISPUTE-RESOLUTION-EXIT
009250     END-IF.
009260     MOVE DSP-RESOLVED-DATE TO ARV-CHG-DATE.
009270     MOVE DSP-RESOLVED-BY TO ARV-CHG-WHO.
009280     STRING 'DISP ' DSP-RESPONSE-DATE '/' DSP-SEQ-NO
009290         DELIMITED BY SIZE INTO ARV-CHG-WHAT.
009300     MOVE DSP-OUR-VALUE TO ARV-VALUE-ED.
009310     STRING 'OUR VALUE ' ARV-VALUE-ED DELIMITED BY SIZE
009320         INTO ARV-CHG-BEFORE.
009330     IF DSP-CORRECTED
009340         MOVE 'CORRECTED' TO ARV-CHG-ACTION
009350         MOVE DSP-CORRECTED-VALUE TO ARV-VALUE-ED
009360         STRING 'CORRECTED TO ' ARV-VALUE-ED DELIMITED BY SIZE
009370             INTO ARV-CHG-AFTER
009380     ELSE
009390         MOVE 'UPHELD' TO ARV-CHG-ACTION
009400         MOVE 'OUR VALUE STANDS' TO ARV-CHG-AFTER
009410     END-IF.
009420     MOVE DSP-RESOLVED-BY TO ARV-FIX-OPERATOR-KEY.
009430     MOVE 'CALRACK' TO ARV-FIX-STEP-KEY.
009440     MOVE ARV-CHG-DATE TO ARV-FIX-DATE.
009450     PERFORM 2950-NOTE-CORRECTION THRU 2950-NOTE-CORRECTION-EXIT.
009460     PERFORM 2900-RELEASE-CHANGE THRU 2900-RELEASE-CHANGE-EXIT.
009470
009480 2320-READ-DISPUTE-RESOLUTION-EXIT.
009490     EXIT.
009500
009510******************************************************************
009520*    2330-READ-RESTORE - IDXBKAU.  A BACKUP CHANGES NOTHING; A
009530*    RESTORE REPLACES A LIVE FILE, SHOWN BY ITS RECORD COUNT
009540*    BEFORE AND AFTER.
009550******************************************************************
009560 2330-READ-RESTORE.
009570     MOVE ARV-TRAIL-RECORD TO IXA-AUDIT-LINE.
009580     IF NOT IXA-RESTORE
009590         GO TO 2330-READ-RESTORE-EXIT
009600     END-IF.
009610     MOVE IXA-DATE TO ARV-CHG-DATE.
009620     MOVE IXA-OPERATOR TO ARV-CHG-WHO.
009630     MOVE IXA-RESULT TO ARV-CHG-ACTION.
009640     STRING IXA-FILE-NAME DELIMITED BY SPACE
009650         '.B' IXA-COPY-DATE DELIMITED BY SIZE
009660         INTO ARV-CHG-WHAT.
009670     MOVE IXA-BEFORE-COUNT TO ARV-COUNT-ED.
009680     STRING 'RECORDS ' ARV-COUNT-ED DELIMITED BY SIZE
009690         INTO ARV-CHG-BEFORE.
009700     MOVE IXA-AFTER-COUNT TO ARV-COUNT-ED.
009710     STRING 'RECORDS ' ARV-COUNT-ED DELIMITED BY SIZE
009720         INTO ARV-CHG-AFTER.
009730     PERFORM 2900-RELEASE-CHANGE THRU 2900-RELEASE-CHANGE-EXIT.
009740
009750 2330-READ-RESTORE-EXIT.
009760     EXIT.
009770
009780******************************************************************
009790*    2340-READ-ACKNOWLEDGEMENT - ALRTLOG.  AN ACKNOWLEDGED ALERT,
009800*    DATED BY THE ALERT ITSELF.  IF THE OPERATOR WHO ACKNOWLEDGED
009810*    IT CORRECTED THE SAME STEP'S OUTPUT IN THE RANGE, NOBODY
009820*    INDEPENDENT HAS SEEN THE ALERT - THE LINE IS FLAGGED.
009830******************************************************************
009840 2340-READ-ACKNOWLEDGEMENT.
009850     MOVE ARV-TRAIL-RECORD TO ALG-ALERT-LINE.
009860     IF NOT ALG-ACKNOWLEDGED
009870         GO TO 2340-READ-ACKNOWLEDGEMENT-EXIT
009880     END-IF.
009890     MOVE ALG-DATE TO ARV-CHG-DATE.
009900     MOVE ALG-ACK-OPERATOR TO ARV-CHG-WHO.
009910     MOVE 'ACKNOWLEDGE' TO ARV-CHG-ACTION.
009920     STRING 'ALERT ' ALG-STEP-NAME DELIMITED BY SIZE
009930         INTO ARV-CHG-WHAT.
009940     STRING 'OPEN - SEVERITY ' ALG-SEVERITY DELIMITED BY SIZE
009950         INTO ARV-CHG-BEFORE.
009960     MOVE 'ACKNOWLEDGED' TO ARV-CHG-AFTER.
009970     MOVE ALG-ACK-OPERATOR TO ARV-FIX-OPERATOR-KEY.
009980     MOVE ALG-STEP-NAME TO ARV-FIX-STEP-KEY.
009990     MOVE 'N' TO ARV-FOUND-SW.
010000     PERFORM 2960-FIND-CORRECTION THRU 2960-FIND-CORRECTION-EXIT
010010         VARYING ARV-FIX-SUB FROM 1 BY 1
010020         UNTIL ARV-FIX-SUB > ARV-FIX-COUNT OR ARV-ENTRY-FOUND.
010030     IF ARV-ENTRY-FOUND
010040         MOVE 'ACK OWN FIX' TO ARV-CHG-FLAG
010050     END-IF.
010060     PERFORM 2900-RELEASE-CHANGE THRU 2900-RELEASE-CHANGE-EXIT.
010070
010080 2340-READ-ACKNOWLEDGEMENT-EXIT.
010090     EXIT.
010100
010110******************************************************************
010120*    2800-LOOK-UP-STATE - THE LAST VALUE ON THIS TRAIL FOR
010130*    ARV-STATE-ID, OR A NOTE THAT THERE WAS NONE.  2850 RECORDS
010140*    THE NEW ONE; A FULL TABLE IS COUNTED AND THE OPERATOR'S
010150*    LATER LINES SHOW NO BEFORE.
010160******************************************************************
010170 2800-LOOK-UP-STATE.
010180     MOVE ZERO TO ARV-STA-CUR.
010190     PERFORM 2810-MATCH-STATE THRU 2810-MATCH-STATE-EXIT
010200         VARYING ARV-STA-SUB FROM 1 BY 1
010210         UNTIL ARV-STA-SUB > ARV-STATE-COUNT
010220            OR ARV-STA-CUR NOT = ZERO.
010230     IF ARV-STA-CUR = ZERO
010240         MOVE 'NOT ON TRAIL' TO ARV-STATE-VALUE
010250     ELSE
010260         MOVE ARV-STA-VALUE(ARV-STA-CUR) TO ARV-STATE-VALUE
010270     END-IF.
010280
010290 2800-LOOK-UP-STATE-EXIT.
010300     EXIT.
010310
010320 2810-MATCH-STATE.
010330     IF ARV-STA-TRAIL(ARV-STA-SUB) = ARV-TRL-SUB
010340             AND ARV-STA-ID(ARV-STA-SUB) = ARV-STATE-ID
010350         MOVE ARV-STA-SUB TO ARV-STA-CUR
010360     END-IF.
010370
010380 2810-MATCH-STATE-EXIT.
010390     EXIT.
010400
010410 2850-SAVE-STATE.
010420     IF ARV-STA-CUR = ZERO
010430         IF ARV-STATE-COUNT NOT < 300
010440             ADD 1 TO ARV-OVERFLOW-COUNT
010450             MOVE 'Y' TO ARV-WARNING-SW
010460             GO TO 2850-SAVE-STATE-EXIT
010470         END-IF
010480         ADD 1 TO ARV-STATE-COUNT
010490         MOVE ARV-STATE-COUNT TO ARV-STA-CUR
010500         MOVE ARV-TRL-SUB TO ARV-STA-TRAIL(ARV-STA-CUR)
010510         MOVE ARV-STATE-ID TO ARV-STA-ID(ARV-STA-CUR)
010520     END-IF.
010530     MOVE ARV-STATE-VALUE TO ARV-STA-VALUE(ARV-STA-CUR).
010540
010550 2850-SAVE-STATE-EXIT.
010560     EXIT.
010570
010580******************************************************************
010590*    2900-RELEASE-CHANGE - THE SHARED FILTER-AND-RELEASE.  A LINE
010600*    WITHOUT A PROPER DATE IS COUNTED AS MALFORMED; OUTSIDE THE
010610*    RANGE, OR NOT THE OPERATOR ASKED FOR (AS THE ONE WHO MADE
010620*    THE CHANGE OR THE ONE IT WAS MADE TO), IT IS PASSED OVER.
010630******************************************************************
010640 2900-RELEASE-CHANGE.
010650     IF ARV-CHG-DATE NOT NUMERIC
010660         ADD 1 TO ARV-TRL-MALFORMED(ARV-TRL-SUB)
010670         MOVE 'Y' TO ARV-WARNING-SW
010680         GO TO 2900-RELEASE-CHANGE-EXIT
010690     END-IF.
010700     IF ARV-CHG-DATE < ARV-FROM-DATE
010710             OR ARV-CHG-DATE > ARV-TO-DATE
010720         GO TO 2900-RELEASE-CHANGE-EXIT
010730     END-IF.
010740     IF NOT ARV-ALL-OPERATORS
010750             AND ARV-CHG-WHO NOT = ARV-OPERATOR-FILTER
010760             AND ARV-CHG-SUBJECT NOT = ARV-OPERATOR-FILTER
010770         GO TO 2900-RELEASE-CHANGE-EXIT
010780     END-IF.
010790     ADD 1 TO ARV-RELEASE-SEQ.
010800     MOVE ARV-CHG-DATE TO ARV-SRT-DATE.
010810     MOVE ARV-TRL-SUB TO ARV-SRT-TRAIL.
010820     MOVE ARV-RELEASE-SEQ TO ARV-SRT-SEQ.
010830     MOVE ARV-CHG-WHO TO ARV-SRT-WHO.
010840     MOVE ARV-CHG-FUNCTION TO ARV-SRT-FUNCTION.
010850     MOVE ARV-CHG-ACTION TO ARV-SRT-ACTION.
010860     MOVE ARV-CHG-WHAT TO ARV-SRT-WHAT.
010870     MOVE ARV-CHG-BEFORE TO ARV-SRT-BEFORE.
010880     MOVE ARV-CHG-AFTER TO ARV-SRT-AFTER.
010890     MOVE ARV-CHG-FLAG TO ARV-SRT-FLAG.
010900     RELEASE ARV-SORT-RECORD.
010910     ADD 1 TO ARV-TRL-LISTED(ARV-TRL-SUB).
010920     IF ARV-CHG-FLAG NOT = SPACES
010930         ADD 1 TO ARV-FLAG-COUNT
010940     END-IF.
010950
010960 2900-RELEASE-CHANGE-EXIT.
010970     EXIT.
010980
010990******************************************************************
011000*    2950-NOTE-CORRECTION - REMEMBER, ONCE, THAT AN OPERATOR
011010*    CORRECTED A STEP'S OUTPUT WITHIN THE RANGE.  THIS IS KEPT
011020*    WHATEVER THE OPERATOR FILTER, SO A FILTERED REPORT FLAGS
011030*    THE SAME ACKNOWLEDGEMENTS AS A FULL ONE.
011040******************************************************************
011050 2950-NOTE-CORRECTION.
011060     IF ARV-FIX-DATE NOT NUMERIC
011070             OR ARV-FIX-DATE < ARV-FROM-DATE
011080             OR ARV-FIX-DATE > ARV-TO-DATE
011090             OR ARV-FIX-OPERATOR-KEY = SPACES
011100         GO TO 2950-NOTE-CORRECTION-EXIT
011110     END-IF.
011120     MOVE 'N' TO ARV-FOUND-SW.
011130     PERFORM 2960-FIND-CORRECTION THRU 2960-FIND-CORRECTION-EXIT
011140         VARYING ARV-FIX-SUB FROM 1 BY 1
011150         UNTIL ARV-FIX-SUB > ARV-FIX-COUNT OR ARV-ENTRY-FOUND.
011160     IF ARV-ENTRY-FOUND
011170         GO TO 2950-NOTE-CORRECTION-EXIT
011180     END-IF.
011190     IF ARV-FIX-COUNT NOT < 200
011200         ADD 1 TO ARV-OVERFLOW-COUNT
011210         MOVE 'Y' TO ARV-WARNING-SW
011220         GO TO 2950-NOTE-CORRECTION-EXIT
011230     END-IF.
011240     ADD 1 TO ARV-FIX-COUNT.
011250     MOVE ARV-FIX-OPERATOR-KEY TO ARV-FIX-OPERATOR(ARV-FIX-COUNT).
011260     MOVE ARV-FIX-STEP-KEY TO ARV-FIX-STEP(ARV-FIX-COUNT).
011270
011280 2950-NOTE-CORRECTION-EXIT.
011290     EXIT.
011300
011310 2960-FIND-CORRECTION.
011320     IF ARV-FIX-OPERATOR(ARV-FIX-SUB) = ARV-FIX-OPERATOR-KEY
011330             AND ARV-FIX-STEP(ARV-FIX-SUB) = ARV-FIX-STEP-KEY
011340         MOVE 'Y' TO ARV-FOUND-SW
011350     END-IF.
011360
011370 2960-FIND-CORRECTION-EXIT.
011380     EXIT.
011390
011400******************************************************************
011410*    3000-PRINT-TIMELINE - SORT OUTPUT PROCEDURE.  ONE LINE PER
011420*    CHANGE IN DATE ORDER.
011430******************************************************************
011440 3000-PRINT-TIMELINE.
011450     MOVE 'N' TO ARV-SORT-EOF-SW.
011460     PERFORM 3010-RETURN-ONE-CHANGE
011470             THRU 3010-RETURN-ONE-CHANGE-EXIT
011480         UNTIL ARV-SORT-END-OF-FILE.
011490     IF ARV-LISTED-COUNT = ZERO
011500         MOVE 'NO CHANGES IN THE RANGE' TO ARV-TITLE-LINE
011510         MOVE ARV-TITLE-LINE TO ARV-REPORT-RECORD
011520         WRITE ARV-REPORT-RECORD
011530     END-IF.
011540
011550 3000-PRINT-TIMELINE-EXIT.
011560     EXIT.
011570
011580 3010-RETURN-ONE-CHANGE.
011590     RETURN ARV-SORT-FILE
011600         AT END
011610             MOVE 'Y' TO ARV-SORT-EOF-SW
011620             GO TO 3010-RETURN-ONE-CHANGE-EXIT
011630     END-RETURN.
011640     ADD 1 TO ARV-LISTED-COUNT.
011650     MOVE ARV-SRT-DATE TO ARV-DTL-DATE.
011660     MOVE ARV-SRT-WHO TO ARV-DTL-WHO.
011670     MOVE ARV-SRT-FUNCTION TO ARV-DTL-FUNCTION.
011680     MOVE ARV-SRT-ACTION TO ARV-DTL-ACTION.
011690     MOVE ARV-SRT-WHAT TO ARV-DTL-WHAT.
011700     MOVE ARV-SRT-BEFORE TO ARV-DTL-BEFORE.
011710     MOVE ARV-SRT-AFTER TO ARV-DTL-AFTER.
011720     MOVE ARV-SRT-FLAG TO ARV-DTL-FLAG.
011730     MOVE ARV-DETAIL-LINE TO ARV-REPORT-RECORD.
011740     WRITE ARV-REPORT-RECORD.
011750
011760 3010-RETURN-ONE-CHANGE-EXIT.
011770     EXIT.
011780
011790******************************************************************
011800*    4000-PRINT-CONTROL - WHAT EACH TRAIL GAVE, SO A TRAIL THAT
011810*    COULD NOT BE READ IS NEVER MISTAKEN FOR ONE WITH NO CHANGES.
011820******************************************************************
011830 4000-PRINT-CONTROL.
011840     MOVE SPACES TO ARV-REPORT-RECORD.
011850     WRITE ARV-REPORT-RECORD.
011860     MOVE ARV-TRAIL-HEADING TO ARV-REPORT-RECORD.
011870     WRITE ARV-REPORT-RECORD.
011880     PERFORM 4010-PRINT-ONE-TRAIL THRU 4010-PRINT-ONE-TRAIL-EXIT
011890         VARYING ARV-TRL-SUB FROM 1 BY 1
011900         UNTIL ARV-TRL-SUB > ARV-TRAIL-COUNT.
011910     MOVE SPACES TO ARV-REPORT-RECORD.
011920     WRITE ARV-REPORT-RECORD.
011930     MOVE 'CHANGES LISTED..........: ' TO ARV-CNT-LABEL.
011940     MOVE ARV-LISTED-COUNT TO ARV-CNT-VALUE.
011950     MOVE ARV-COUNT-LINE TO ARV-REPORT-RECORD.
011960     WRITE ARV-REPORT-RECORD.
011970     MOVE 'FLAGGED FOR REVIEW......: ' TO ARV-CNT-LABEL.
011980     MOVE ARV-FLAG-COUNT TO ARV-CNT-VALUE.
011990     MOVE ARV-COUNT-LINE TO ARV-REPORT-RECORD.
012000     WRITE ARV-REPORT-RECORD.
012010     IF ARV-OVERFLOW-COUNT > ZERO
012020         MOVE 'TABLE FULL - NOT TRACKED: ' TO ARV-CNT-LABEL
012030         MOVE ARV-OVERFLOW-COUNT TO ARV-CNT-VALUE
012040         MOVE ARV-COUNT-LINE TO ARV-REPORT-RECORD
012050         WRITE ARV-REPORT-RECORD
012060     END-IF.
012070     MOVE 'ACKNOWLEDGEMENTS ARE DATED BY THEIR ALERT'
012080         TO ARV-TITLE-LINE.
012090     MOVE ARV-TITLE-LINE TO ARV-REPORT-RECORD.
012100     WRITE ARV-REPORT-RECORD.
012110     IF ARV-FLAG-COUNT > ZERO
012120         MOVE 'Y' TO ARV-WARNING-SW
012130     END-IF.
012140
012150 4000-PRINT-CONTROL-EXIT.
012160     EXIT.
012170
012180 4010-PRINT-ONE-TRAIL.
012190     MOVE ARV-TRL-NAME(ARV-TRL-SUB) TO ARV-TRS-NAME.
012200     MOVE ARV-TRL-FUNCTION(ARV-TRL-SUB) TO ARV-TRS-FUNCTION.
012210     EVALUATE ARV-TRL-STATE(ARV-TRL-SUB)
012220         WHEN 'Y'
012230             MOVE 'READ' TO ARV-TRS-STATE
012240         WHEN 'E'
012250             MOVE SPACES TO ARV-TRS-STATE
012260             STRING '*ERROR* ' ARV-TRL-OPEN-STAT(ARV-TRL-SUB)
012270                 DELIMITED BY SIZE INTO ARV-TRS-STATE
012280         WHEN OTHER
012290             MOVE 'NOT ON FILE' TO ARV-TRS-STATE
012300     END-EVALUATE.
012310     MOVE ARV-TRL-READ(ARV-TRL-SUB) TO ARV-TRS-READ.
012320     MOVE ARV-TRL-LISTED(ARV-TRL-SUB) TO ARV-TRS-LISTED.
012330     MOVE ARV-TRL-MALFORMED(ARV-TRL-SUB) TO ARV-TRS-MALFORMED.
012340     MOVE ARV-TRAIL-LINE TO ARV-REPORT-RECORD.
012350     WRITE ARV-REPORT-RECORD.
012360
012370 4010-PRINT-ONE-TRAIL-EXIT.
012380     EXIT.
012390
012400 9999-EXIT.
012410     IF ARV-RUN-IN-ERROR
012420         MOVE 8 TO RETURN-CODE
012430     ELSE
012440         IF ARV-RUN-HAS-WARNING
012450             MOVE 4 TO RETURN-CODE
012460         ELSE
012470             MOVE 0 TO RETURN-CODE
012480         END-IF
012490     END-IF.
012500     GOBACK.
