000100******************************************************************
000110*    PROGRAM-ID..: NGTWINRP
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: BATCH-WINDOW TREND REPORT, RUN ON THE SUNDAY
000170*                   CHAIN AS A NIGHTJOB STEP.  READS THE NGTHIST
000180*                   WINDOW HISTORY NIGHTJOB KEEPS AND PRINTS ON
000190*                   NGTWINRT, FOR THE LAST EIGHT WEEKS, EACH
000200*                   STEP'S AVERAGE ELAPSED MINUTES WEEK BY WEEK
000210*                   WITH THE CHANGE FROM THE OLDEST WEEK TO THE
000220*                   LATEST, THEN EVERY NIGHT A STEP FINISHED PAST
000230*                   ITS WINDOW DEADLINE - SO A CHAIN DRIFTING
000240*                   TOWARDS THE 06:00 HANDOFF IS SEEN WEEKS
000250*                   BEFORE IT MISSES IT.  A LATE NIGHT ON THE
000260*                   LIST IS WORK FOR OPERATIONS, NOT A FAILED
000270*                   STEP.
000280*    MODIFICATION HISTORY:
000290*      2026-10-15  RJB  ORIGINAL.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. NGTWINRP.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT NWR-HISTORY-FILE ASSIGN TO 'NGTHIST'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS NWR-HISTORY-STATUS.
000400
000410     SELECT NWR-REPORT-FILE ASSIGN TO 'NGTWINRT'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS NWR-REPORT-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  NWR-HISTORY-FILE
000480     RECORDING MODE IS F.
000490     COPY NGTHISTC.
000500
000510 FD  NWR-REPORT-FILE
000520     RECORDING MODE IS F.
000530 01  NWR-REPORT-RECORD          PIC X(80).
000540
000550 WORKING-STORAGE SECTION.
000560 77  NWR-HISTORY-STATUS         PIC X(02) VALUE '00'.
000570 77  NWR-REPORT-STATUS          PIC X(02) VALUE '00'.
000580
000590 77  NWR-EOF-SW                 PIC X VALUE 'N'.
000600     88  NWR-END-OF-FILE                VALUE 'Y'.
000610 77  NWR-HISTORY-SW             PIC X VALUE 'Y'.
000620     88  NWR-HISTORY-AVAILABLE          VALUE 'Y'.
000630
000640*    THE REPORT COVERS EIGHT WEEKS OF WINDOWS ENDING WITH THE
000650*    ONE TONIGHT'S CHAIN IS RUNNING TOWARDS.
000660 77  NWR-WEEKS                  PIC 9(02) VALUE 8.
000670 77  NWR-NOW-TIMESTAMP          PIC X(21).
000680 77  NWR-NOW-HH                 PIC 9(02) VALUE ZERO.
000690 77  NWR-TODAY                  PIC 9(08) VALUE ZERO.
000700 77  NWR-REF-DATE               PIC 9(08) VALUE ZERO.
000710 77  NWR-REF-DAYS               PIC 9(07) VALUE ZERO.
000720 77  NWR-FROM-DATE              PIC 9(08) VALUE ZERO.
000730 77  NWR-AGE-DAYS               PIC S9(07) VALUE ZERO.
000740 77  NWR-WEEKS-BACK             PIC 9(03) VALUE ZERO.
000750 77  NWR-SUB                    PIC 9(02) COMP.
000760 77  NWR-WK-SUB                 PIC 9(02) COMP.
000770 77  NWR-STP-SUB                PIC 9(02) COMP.
000780 77  NWR-AVG-SECS               PIC 9(06)V9 VALUE ZERO.
000790 77  NWR-AVG-MINUTES            PIC 9(04)V9 VALUE ZERO.
000800 77  NWR-FIRST-AVG              PIC 9(06)V9 VALUE ZERO.
000810 77  NWR-LAST-AVG               PIC 9(06)V9 VALUE ZERO.
000820 77  NWR-CHANGE-PCT             PIC S9(05) VALUE ZERO.
000830 77  NWR-MINUTES-ED             PIC ZZZZ9.9.
000840
000850 77  NWR-PERIOD-RECORDS         PIC 9(05) VALUE ZERO.
000860 77  NWR-PERIOD-MISSED          PIC 9(05) VALUE ZERO.
000870 77  NWR-WEEK-MISSED            PIC 9(05) VALUE ZERO.
000880
000890*    PER-STEP TOTALS BY WEEK, WEEK 1 THE OLDEST AND WEEK 8 THE
000900*    ONE ENDING WITH TONIGHT'S WINDOW.  STEPS ARE LISTED IN THE
000910*    ORDER THEY FIRST APPEAR ON THE HISTORY; A STEP BEYOND THE
000920*    30TH IS LEFT OFF THE TREND.
000930 77  NWR-STP-COUNT              PIC 9(02) VALUE ZERO.
000940 01  NWR-STEP-TABLE.
000950     05  NWR-STP-ENTRY OCCURS 30 TIMES.
000960         10  NWR-STP-NAME       PIC X(12).
000970         10  NWR-STP-MISSED     PIC 9(04).
000980         10  NWR-STP-WEEK OCCURS 8 TIMES.
000990             15  NWR-WK-SECS    PIC 9(09).
001000             15  NWR-WK-RUNS    PIC 9(05).
001010
001020 01  NWR-HEADING-LINE           PIC X(80) VALUE
001030     '===== NGTWINRP BATCH-WINDOW TREND REPORT ====='.
001040 01  NWR-PERIOD-LINE.
001050     05  FILLER                 PIC X(14) VALUE
001060         'WINDOWS FROM: '.
001070     05  NWR-PRD-FROM           PIC 9(08).
001080     05  FILLER                 PIC X(04) VALUE ' TO '.
001090     05  NWR-PRD-TO             PIC 9(08).
001100 01  NWR-TREND-TITLE            PIC X(80) VALUE
001110     'AVERAGE ELAPSED MINUTES PER STEP, BY WEEK (OLDEST FIRST)'.
001120 01  NWR-TREND-HEADING.
001130     05  FILLER                 PIC X(12) VALUE 'STEP'.
001140     05  FILLER                 PIC X(07) VALUE '    W-7'.
001150     05  FILLER                 PIC X(07) VALUE '    W-6'.
001160     05  FILLER                 PIC X(07) VALUE '    W-5'.
001170     05  FILLER                 PIC X(07) VALUE '    W-4'.
001180     05  FILLER                 PIC X(07) VALUE '    W-3'.
001190     05  FILLER                 PIC X(07) VALUE '    W-2'.
001200     05  FILLER                 PIC X(07) VALUE '    W-1'.
001210     05  FILLER                 PIC X(07) VALUE '   THIS'.
001220     05  FILLER                 PIC X(06) VALUE '  CHG%'.
001230     05  FILLER                 PIC X(05) VALUE ' MISS'.
001240 01  NWR-TREND-LINE.
001250     05  NWR-TRD-STEP           PIC X(12).
001260     05  NWR-TRD-WEEK           PIC X(07) OCCURS 8 TIMES.
001270     05  FILLER                 PIC X(01) VALUE SPACES.
001280     05  NWR-TRD-CHANGE         PIC X(05).
001290     05  FILLER                 PIC X(02) VALUE SPACES.
001300     05  NWR-TRD-MISSED         PIC ZZ9.
001310 77  NWR-CHANGE-ED              PIC ----9.
001320 01  NWR-MISSED-TITLE           PIC X(80) VALUE
001330     'NIGHTS A STEP FINISHED PAST ITS WINDOW DEADLINE'.
001340 01  NWR-MISSED-HEADING.
001350     05  FILLER                 PIC X(10) VALUE 'WINDOW'.
001360     05  FILLER                 PIC X(14) VALUE 'STEP'.
001370     05  FILLER                 PIC X(08) VALUE 'START'.
001380     05  FILLER                 PIC X(08) VALUE 'END'.
001390     05  FILLER                 PIC X(06) VALUE 'DUE'.
001400     05  FILLER                 PIC X(09) VALUE 'MINUTES'.
001410     05  FILLER                 PIC X(10) VALUE 'STATUS'.
001420 01  NWR-MISSED-LINE.
001430     05  NWR-MSD-WINDOW         PIC 9(08).
001440     05  FILLER                 PIC X(02) VALUE SPACES.
001450     05  NWR-MSD-STEP           PIC X(12).
001460     05  FILLER                 PIC X(02) VALUE SPACES.
001470     05  NWR-MSD-START          PIC 9(06).
001480     05  FILLER                 PIC X(02) VALUE SPACES.
001490     05  NWR-MSD-END            PIC 9(06).
001500     05  FILLER                 PIC X(02) VALUE SPACES.
001510     05  NWR-MSD-DUE            PIC 9(04).
001520     05  FILLER                 PIC X(01) VALUE SPACES.
001530     05  NWR-MSD-MINUTES        PIC ZZZZ9.9.
001540     05  FILLER                 PIC X(03) VALUE SPACES.
001550     05  NWR-MSD-STATUS         PIC X(09).
001560 01  NWR-FOOTER-LINE.
001570     05  NWR-FTR-LABEL          PIC X(30).
001580     05  NWR-FTR-VALUE          PIC ZZZZ9.
001590
001600 PROCEDURE DIVISION.
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001630     IF NWR-REPORT-STATUS NOT = '00'
001640         GO TO 9999-EXIT
001650     END-IF.
001660     PERFORM 2000-TALLY-HISTORY THRU 2000-TALLY-HISTORY-EXIT.
001670     PERFORM 3000-PRINT-TREND THRU 3000-PRINT-TREND-EXIT.
001680     PERFORM 4000-PRINT-MISSED THRU 4000-PRINT-MISSED-EXIT.
001690     PERFORM 8000-WRITE-FOOTER THRU 8000-WRITE-FOOTER-EXIT.
001700     CLOSE NWR-REPORT-FILE.
001710     GO TO 9999-EXIT.
001720
001730 0000-MAINLINE-EXIT.
001740     EXIT.
001750
001760******************************************************************
001770*    1000-INITIALIZE - THE REFERENCE WINDOW IS THE ONE THE CHAIN
001780*    IS RUNNING TOWARDS (TOMORROW MORNING WHEN THE STEP RUNS
001790*    AFTER NOON, AS NIGHTJOB DATES ITS HISTORY), AND THE PERIOD
001800*    IS THE EIGHT WEEKS ENDING WITH IT.
001810******************************************************************
001820 1000-INITIALIZE.
001830     MOVE FUNCTION CURRENT-DATE TO NWR-NOW-TIMESTAMP.
001840     MOVE NWR-NOW-TIMESTAMP(1:8) TO NWR-TODAY.
001850     MOVE NWR-NOW-TIMESTAMP(9:2) TO NWR-NOW-HH.
001860     COMPUTE NWR-REF-DAYS = FUNCTION INTEGER-OF-DATE(NWR-TODAY).
001870     IF NWR-NOW-HH NOT < 12
001880         ADD 1 TO NWR-REF-DAYS
001890     END-IF.
001900     COMPUTE NWR-REF-DATE =
001910         FUNCTION DATE-OF-INTEGER(NWR-REF-DAYS).
001920     COMPUTE NWR-FROM-DATE = FUNCTION DATE-OF-INTEGER(
001930         NWR-REF-DAYS - NWR-WEEKS * 7 + 1).
001940     INITIALIZE NWR-STEP-TABLE.
001950     OPEN OUTPUT NWR-REPORT-FILE.
001960     IF NWR-REPORT-STATUS NOT = '00'
001970         DISPLAY 'UNABLE TO OPEN NGTWINRT - STATUS: '
001980             NWR-REPORT-STATUS
001990         GO TO 1000-INITIALIZE-EXIT
002000     END-IF.
002010     MOVE NWR-HEADING-LINE TO NWR-REPORT-RECORD.
002020     WRITE NWR-REPORT-RECORD.
002030     MOVE NWR-FROM-DATE TO NWR-PRD-FROM.
002040     MOVE NWR-REF-DATE TO NWR-PRD-TO.
002050     MOVE NWR-PERIOD-LINE TO NWR-REPORT-RECORD.
002060     WRITE NWR-REPORT-RECORD.
002070
002080 1000-INITIALIZE-EXIT.
002090     EXIT.
002100
002110******************************************************************
002120*    2000-TALLY-HISTORY - FIRST PASS OVER NGTHIST: ADD EACH
002130*    COMPLETED STEP IN THE PERIOD TO ITS WEEK, AND COUNT EVERY
002140*    DEADLINE MISSED.  NO HISTORY YET GIVES AN EMPTY REPORT, NOT
002150*    A FAILED STEP.
002160******************************************************************
002170 2000-TALLY-HISTORY.
002180     OPEN INPUT NWR-HISTORY-FILE.
002190     IF NWR-HISTORY-STATUS NOT = '00'
002200         DISPLAY 'NGTHIST NOT AVAILABLE - STATUS: '
002210             NWR-HISTORY-STATUS
002220         MOVE 'N' TO NWR-HISTORY-SW
002230         GO TO 2000-TALLY-HISTORY-EXIT
002240     END-IF.
002250     MOVE 'N' TO NWR-EOF-SW.
002260     PERFORM 2010-TALLY-ONE-RECORD THRU 2010-TALLY-ONE-RECORD-EXIT
002270         UNTIL NWR-END-OF-FILE.
002280     CLOSE NWR-HISTORY-FILE.
002290
002300 2000-TALLY-HISTORY-EXIT.
002310     EXIT.
002320
002330 2010-TALLY-ONE-RECORD.
002340     READ NWR-HISTORY-FILE
002350         AT END
002360             MOVE 'Y' TO NWR-EOF-SW
002370             GO TO 2010-TALLY-ONE-RECORD-EXIT
002380     END-READ.
002390     PERFORM 2015-SET-WEEK THRU 2015-SET-WEEK-EXIT.
002400     IF NWR-WK-SUB = ZERO
002410         GO TO 2010-TALLY-ONE-RECORD-EXIT
002420     END-IF.
002430     ADD 1 TO NWR-PERIOD-RECORDS.
002440     PERFORM 2020-FIND-STEP THRU 2020-FIND-STEP-EXIT.
002450     IF NHS-MISSED-DEADLINE
002460         ADD 1 TO NWR-PERIOD-MISSED
002470         IF NWR-WK-SUB = NWR-WEEKS
002480             ADD 1 TO NWR-WEEK-MISSED
002490         END-IF
002500         IF NWR-STP-SUB > ZERO
002510             ADD 1 TO NWR-STP-MISSED(NWR-STP-SUB)
002520         END-IF
002530     END-IF.
002540     IF NWR-STP-SUB = ZERO
002550         OR NHS-STEP-STATUS NOT = 'COMPLETED'
002560         GO TO 2010-TALLY-ONE-RECORD-EXIT
002570     END-IF.
002580     ADD NHS-ELAPSED-SECS TO NWR-WK-SECS(NWR-STP-SUB, NWR-WK-SUB).
002590     ADD 1 TO NWR-WK-RUNS(NWR-STP-SUB, NWR-WK-SUB).
002600
002610 2010-TALLY-ONE-RECORD-EXIT.
002620     EXIT.
002630
002640******************************************************************
002650*    2015-SET-WEEK - WEEK 8 HOLDS THE REFERENCE WINDOW AND THE
002660*    SIX BEFORE IT, WEEK 1 THE OLDEST.  ZERO MEANS THE RECORD IS
002670*    OUTSIDE THE PERIOD (OR UNREADABLE) AND IS LEFT OUT.
002680******************************************************************
002690 2015-SET-WEEK.
002700     MOVE ZERO TO NWR-WK-SUB.
002710     IF NHS-WINDOW-DATE NOT NUMERIC
002720         OR NHS-ELAPSED-SECS NOT NUMERIC
002730         GO TO 2015-SET-WEEK-EXIT
002740     END-IF.
002750     IF NHS-WINDOW-DATE < NWR-FROM-DATE
002760         OR NHS-WINDOW-DATE > NWR-REF-DATE
002770         GO TO 2015-SET-WEEK-EXIT
002780     END-IF.
002790     COMPUTE NWR-AGE-DAYS = NWR-REF-DAYS
002800         - FUNCTION INTEGER-OF-DATE(NHS-WINDOW-DATE).
002810     DIVIDE NWR-AGE-DAYS BY 7 GIVING NWR-WEEKS-BACK.
002820     COMPUTE NWR-WK-SUB = NWR-WEEKS - NWR-WEEKS-BACK.
002830
002840 2015-SET-WEEK-EXIT.
002850     EXIT.
002860
002870 2020-FIND-STEP.
002880     MOVE ZERO TO NWR-STP-SUB.
002890     PERFORM 2025-MATCH-STEP THRU 2025-MATCH-STEP-EXIT
002900         VARYING NWR-SUB FROM 1 BY 1
002910         UNTIL NWR-SUB > NWR-STP-COUNT
002920            OR NWR-STP-SUB > ZERO.
002930     IF NWR-STP-SUB > ZERO
002940         GO TO 2020-FIND-STEP-EXIT
002950     END-IF.
002960     IF NWR-STP-COUNT < 30
002970         ADD 1 TO NWR-STP-COUNT
002980         MOVE NWR-STP-COUNT TO NWR-STP-SUB
002990         MOVE NHS-STEP-NAME TO NWR-STP-NAME(NWR-STP-SUB)
003000     ELSE
003010         DISPLAY 'MORE THAN 30 STEPS ON NGTHIST - LEFT OFF '
003020             'THE TREND: ' NHS-STEP-NAME
003030     END-IF.
003040
003050 2020-FIND-STEP-EXIT.
003060     EXIT.
003070
003080 2025-MATCH-STEP.
003090     IF NWR-STP-NAME(NWR-SUB) = NHS-STEP-NAME
003100         MOVE NWR-SUB TO NWR-STP-SUB
003110     END-IF.
003120
003130 2025-MATCH-STEP-EXIT.
003140     EXIT.
003150
003160******************************************************************
003170*    3000-PRINT-TREND - ONE LINE PER STEP: THE AVERAGE MINUTES
003180*    OF EACH WEEK IT RAN ('-' FOR A WEEK WITHOUT A COMPLETED
003190*    RUN), THE PERCENT CHANGE FROM ITS OLDEST WEEK TO ITS LATEST
003200*    AND THE DEADLINES IT MISSED IN THE PERIOD.
003210******************************************************************
003220 3000-PRINT-TREND.
003230     MOVE SPACES TO NWR-REPORT-RECORD.
003240     WRITE NWR-REPORT-RECORD.
003250     MOVE NWR-TREND-TITLE TO NWR-REPORT-RECORD.
003260     WRITE NWR-REPORT-RECORD.
003270     MOVE NWR-TREND-HEADING TO NWR-REPORT-RECORD.
003280     WRITE NWR-REPORT-RECORD.
003290     IF NWR-STP-COUNT = ZERO
003300         MOVE '  NO STEP HISTORY IN THE PERIOD.'
003310             TO NWR-REPORT-RECORD
003320         WRITE NWR-REPORT-RECORD
003330         GO TO 3000-PRINT-TREND-EXIT
003340     END-IF.
003350     PERFORM 3010-PRINT-ONE-STEP THRU 3010-PRINT-ONE-STEP-EXIT
003360         VARYING NWR-STP-SUB FROM 1 BY 1
003370         UNTIL NWR-STP-SUB > NWR-STP-COUNT.
003380
003390 3000-PRINT-TREND-EXIT.
003400     EXIT.
003410
003420 3010-PRINT-ONE-STEP.
003430     MOVE SPACES TO NWR-TREND-LINE.
003440     MOVE NWR-STP-NAME(NWR-STP-SUB) TO NWR-TRD-STEP.
003450     MOVE ZERO TO NWR-FIRST-AVG NWR-LAST-AVG.
003460     PERFORM 3020-PRINT-ONE-WEEK THRU 3020-PRINT-ONE-WEEK-EXIT
003470         VARYING NWR-WK-SUB FROM 1 BY 1
003480         UNTIL NWR-WK-SUB > NWR-WEEKS.
003490     IF NWR-FIRST-AVG > ZERO
003500         COMPUTE NWR-CHANGE-PCT ROUNDED =
003510             (NWR-LAST-AVG - NWR-FIRST-AVG) * 100 / NWR-FIRST-AVG
003520         MOVE NWR-CHANGE-PCT TO NWR-CHANGE-ED
003530         MOVE NWR-CHANGE-ED TO NWR-TRD-CHANGE
003540     END-IF.
003550     MOVE NWR-STP-MISSED(NWR-STP-SUB) TO NWR-TRD-MISSED.
003560     MOVE NWR-TREND-LINE TO NWR-REPORT-RECORD.
003570     WRITE NWR-REPORT-RECORD.
003580
003590 3010-PRINT-ONE-STEP-EXIT.
003600     EXIT.
003610
003620******************************************************************
003630*    3020-PRINT-ONE-WEEK - THE FIRST WEEK WITH A RUN GIVES THE
003640*    BASE OF THE CHANGE, THE LAST ONE ITS LATEST VALUE.
003650******************************************************************
003660 3020-PRINT-ONE-WEEK.
003670     IF NWR-WK-RUNS(NWR-STP-SUB, NWR-WK-SUB) = ZERO
003680         MOVE '      -' TO NWR-TRD-WEEK(NWR-WK-SUB)
003690         GO TO 3020-PRINT-ONE-WEEK-EXIT
003700     END-IF.
003710     DIVIDE NWR-WK-SECS(NWR-STP-SUB, NWR-WK-SUB)
003720         BY NWR-WK-RUNS(NWR-STP-SUB, NWR-WK-SUB)
003730         GIVING NWR-AVG-SECS ROUNDED.
003740     IF NWR-FIRST-AVG = ZERO
003750         MOVE NWR-AVG-SECS TO NWR-FIRST-AVG
003760     END-IF.
003770     MOVE NWR-AVG-SECS TO NWR-LAST-AVG.
003780     DIVIDE NWR-AVG-SECS BY 60 GIVING NWR-AVG-MINUTES ROUNDED.
003790     MOVE NWR-AVG-MINUTES TO NWR-MINUTES-ED.
003800     MOVE NWR-MINUTES-ED TO NWR-TRD-WEEK(NWR-WK-SUB).
003810
003820 3020-PRINT-ONE-WEEK-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860*    4000-PRINT-MISSED - SECOND PASS OVER NGTHIST LISTING EVERY
003870*    STEP IN THE PERIOD THAT FINISHED PAST ITS DEADLINE, IN THE
003880*    ORDER THE NIGHTS RAN.
003890******************************************************************
003900 4000-PRINT-MISSED.
003910     MOVE SPACES TO NWR-REPORT-RECORD.
003920     WRITE NWR-REPORT-RECORD.
003930     MOVE NWR-MISSED-TITLE TO NWR-REPORT-RECORD.
003940     WRITE NWR-REPORT-RECORD.
003950     MOVE NWR-MISSED-HEADING TO NWR-REPORT-RECORD.
003960     WRITE NWR-REPORT-RECORD.
003970     IF NWR-PERIOD-MISSED = ZERO OR NOT NWR-HISTORY-AVAILABLE
003980         MOVE '  NO DEADLINE MISSED IN THE PERIOD.'
003990             TO NWR-REPORT-RECORD
004000         WRITE NWR-REPORT-RECORD
004010         GO TO 4000-PRINT-MISSED-EXIT
004020     END-IF.
004030     OPEN INPUT NWR-HISTORY-FILE.
004040     IF NWR-HISTORY-STATUS NOT = '00'
004050         GO TO 4000-PRINT-MISSED-EXIT
004060     END-IF.
004070     MOVE 'N' TO NWR-EOF-SW.
004080     PERFORM 4010-LIST-ONE-MISS THRU 4010-LIST-ONE-MISS-EXIT
004090         UNTIL NWR-END-OF-FILE.
004100     CLOSE NWR-HISTORY-FILE.
004110
004120 4000-PRINT-MISSED-EXIT.
004130     EXIT.
004140
004150 4010-LIST-ONE-MISS.
004160     READ NWR-HISTORY-FILE
004170         AT END
004180             MOVE 'Y' TO NWR-EOF-SW
004190             GO TO 4010-LIST-ONE-MISS-EXIT
004200     END-READ.
004210     IF NOT NHS-MISSED-DEADLINE
004220         GO TO 4010-LIST-ONE-MISS-EXIT
004230     END-IF.
004240     PERFORM 2015-SET-WEEK THRU 2015-SET-WEEK-EXIT.
004250     IF NWR-WK-SUB = ZERO
004260         GO TO 4010-LIST-ONE-MISS-EXIT
004270     END-IF.
004280     MOVE NHS-WINDOW-DATE TO NWR-MSD-WINDOW.
004290     MOVE NHS-STEP-NAME TO NWR-MSD-STEP.
004300     MOVE NHS-START-TIME TO NWR-MSD-START.
004310     MOVE NHS-END-TIME TO NWR-MSD-END.
004320     MOVE NHS-DEADLINE TO NWR-MSD-DUE.
004330     DIVIDE NHS-ELAPSED-SECS BY 60 GIVING NWR-AVG-MINUTES ROUNDED.
004340     MOVE NWR-AVG-MINUTES TO NWR-MSD-MINUTES.
004350     MOVE NHS-STEP-STATUS TO NWR-MSD-STATUS.
004360     MOVE NWR-MISSED-LINE TO NWR-REPORT-RECORD.
004370     WRITE NWR-REPORT-RECORD.
004380
004390 4010-LIST-ONE-MISS-EXIT.
004400     EXIT.
004410
004420 8000-WRITE-FOOTER.
004430     MOVE SPACES TO NWR-REPORT-RECORD.
004440     WRITE NWR-REPORT-RECORD.
004450     MOVE 'STEP RUNS IN THE PERIOD.....: ' TO NWR-FTR-LABEL.
004460     MOVE NWR-PERIOD-RECORDS TO NWR-FTR-VALUE.
004470     MOVE NWR-FOOTER-LINE TO NWR-REPORT-RECORD.
004480     WRITE NWR-REPORT-RECORD.
004490     MOVE 'DEADLINES MISSED, 8 WEEKS...: ' TO NWR-FTR-LABEL.
004500     MOVE NWR-PERIOD-MISSED TO NWR-FTR-VALUE.
004510     MOVE NWR-FOOTER-LINE TO NWR-REPORT-RECORD.
004520     WRITE NWR-REPORT-RECORD.
004530     MOVE 'DEADLINES MISSED, THIS WEEK.: ' TO NWR-FTR-LABEL.
004540     MOVE NWR-WEEK-MISSED TO NWR-FTR-VALUE.
004550     MOVE NWR-FOOTER-LINE TO NWR-REPORT-RECORD.
004560     WRITE NWR-REPORT-RECORD.
004570     DISPLAY 'BATCH-WINDOW TREND WRITTEN TO NGTWINRT - '
004580         'MISSED 8 WEEKS: ' NWR-PERIOD-MISSED
004590         ' THIS WEEK: ' NWR-WEEK-MISSED.
004600
004610 8000-WRITE-FOOTER-EXIT.
004620     EXIT.
004630
004640 9999-EXIT.
004650     IF NWR-REPORT-STATUS NOT = '00'
004660         MOVE 4 TO RETURN-CODE
004670     ELSE
004680         MOVE 0 TO RETURN-CODE
004690     END-IF.
004700     GOBACK.
