000607*                       LOOKUPS AGAINST TONIGHT'S CALXREF WITH
000608*                       KEYED READS INSTEAD OF SCANNING THE
000609*                       REJECTS AND CALDEXCP FLAT FILES.
000610*      2026-10-15  RJB  BUILT-IN STEPS CALDSNAP (FIRST), CALARCH,
000611*                       CALQCSEL, IDXBKUP, CALQCRP, GNCERTRP AND
000612*                       NGTWINRP (THE LAST TWO WEEKLY).  EACH STEP
000613*                       IS APPENDED TO NGTHIST, AND A PROJECTED
000614*                       FINISH PAST A STEP'S HHMM DEADLINE RAISES
000615*                       A WARNING ALERT.
000616******************************************************************
000617 IDENTIFICATION DIVISION.
000618 PROGRAM-ID. NIGHTJOB.
000619
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000682         ORGANIZATION IS LINE SEQUENTIAL
000683         FILE STATUS IS NGT-LOCK-STATUS.
000684
000685     SELECT NGT-HISTORY-FILE ASSIGN TO 'NGTHIST'
000686         ORGANIZATION IS LINE SEQUENTIAL
000687         FILE STATUS IS NGT-HISTORY-STATUS.
000688
000690 DATA DIVISION.
000700 FILE SECTION.
000702 FD  NGT-HISTORY-FILE
000704     RECORDING MODE IS F.
000706     COPY NGTHISTC.
000708
000710 FD  NGT-AUDIT-FILE
000720     RECORDING MODE IS F.
000730 01  NGT-AUDIT-RECORD           PIC X(80).
000737     05  NGT-STPF-ENABLE        PIC X(01).
000738     05  FILLER                 PIC X(02).
000739     05  NGT-STPF-FREQUENCY     PIC X(01).
000740     05  NGT-STPF-DEADLINE-COL  PIC X(06).
000741
000742 FD  NGT-CALENDAR-FILE
000743     RECORDING MODE IS F.
000749
000750 WORKING-STORAGE SECTION.
000760 01  NGT-AUDIT-STATUS           PIC X(02) VALUE '00'.
000765     COPY ALRTWSL.
000770
000780 77  NGT-STEP-COUNT             PIC 9(02) VALUE ZERO.
000781 77  NGT-STEPS-STATUS           PIC X(02) VALUE '00'.
000860 77  NGT-FIRST-STEP             PIC 9(02) VALUE 1.
000870 77  NGT-AUDIT-EOF-SW           PIC X VALUE 'N'.
000880     88  NGT-AUDIT-EOF                  VALUE 'Y'.
000883
000886     COPY NGTWINW.
000890
000900 01  NGT-STEP-TABLE.
000910     05  NGT-STEP-ENTRY OCCURS 20 TIMES
000915                        INDEXED BY NGT-STEP-IDX NGT-PROJ-IDX.
000920         10  NGT-STEP-PGM-NAME      PIC X(12).
000922         10  NGT-STEP-ENABLE-SW     PIC X(01).
000924         10  NGT-STEP-FREQUENCY     PIC X(01).
000925         10  NGT-STEP-DEADLINE      PIC 9(04).
000926         10  NGT-STEP-HIST-SECS     PIC 9(09).
000927         10  NGT-STEP-HIST-RUNS     PIC 9(05).
000928         10  NGT-STEP-AVG-SECS      PIC 9(06).
000930
000940 01  NGT-AUDIT-DETAIL-LINE.
000950     05  NGT-STEP-NAME              PIC X(12).
001440         PERFORM 1055-WRITE-GENMGR-AUDIT
001450                 THRU 1055-WRITE-GENMGR-AUDIT-EXIT
001460     END-IF.
001462     PERFORM 1060-LOAD-WINDOW-HISTORY
001464             THRU 1060-LOAD-WINDOW-HISTORY-EXIT.
001466     PERFORM 1075-OPEN-WINDOW-HISTORY
001468             THRU 1075-OPEN-WINDOW-HISTORY-EXIT.
001470
001480 1000-INITIALIZE-EXIT.
001490     EXIT.
001597         GO TO 1010-INIT-STEP-TABLE-EXIT
001598     END-IF.
001599     MOVE 'N' TO NGT-STEPS-EOF-SW.
001600     PERFORM 1013-LOAD-STEP-LINE THRU 1013-LOAD-STEP-LINE-EXIT
001601         UNTIL NGT-STEPS-EOF.
001602     CLOSE NGT-STEPS-FILE.
001603     IF NGT-STEP-COUNT = ZERO
001643 1012-LOAD-ONE-STEP-EXIT.
001644     EXIT.
001645
001700******************************************************************
001710*    1020-FIND-RESTART-STEP - READ THE PREVIOUS RUN'S AUDIT FILE
001720*    AND ADVANCE THE FIRST-STEP POINTER PAST EVERY STEP THAT IS
002877         GO TO 2010-RUN-ONE-STEP-EXIT
002878     END-IF.
002880     MOVE FUNCTION CURRENT-DATE TO NGT-CURRENT-TIMESTAMP.
002885     MOVE NGT-CURRENT-TIMESTAMP(1:8) TO NGT-STEP-START-DATE.
002890     MOVE NGT-CURRENT-TIMESTAMP(9:6) TO NGT-START-TIME.
002900     CALL NGT-STEP-PGM-NAME(NGT-STEP-IDX).
002910     MOVE RETURN-CODE TO NGT-STEP-RC.
002960     END-IF.
002970     PERFORM 2020-WRITE-AUDIT-RECORD
002980             THRU 2020-WRITE-AUDIT-RECORD-EXIT.
002981     PERFORM 2030-WRITE-HISTORY-RECORD
002982             THRU 2030-WRITE-HISTORY-RECORD-EXIT.
002983     IF NOT NGT-STOP-PROCESSING
002984         PERFORM 2040-PROJECT-FINISH THRU 2040-PROJECT-FINISH-EXIT
002985     END-IF.
002990
003000 2010-RUN-ONE-STEP-EXIT.
003010     EXIT.
003200******************************************************************
003210 3000-TERMINATE.
003220     CLOSE NGT-AUDIT-FILE.
003222     IF NGT-HIST-OPEN
003224         CLOSE NGT-HISTORY-FILE
003226     END-IF.
003230     IF NGT-STOP-PROCESSING
003240         DISPLAY 'NIGHTJOB STOPPED PARTWAY THROUGH - SEE NGTAUDIT'
003250     ELSE
003350
003360 9999-EXIT.
003370     STOP RUN.
003380
003390******************************************************************
003400*    1013-LOAD-STEP-LINE - ONE NGTSTEPS LINE THROUGH 1012, THEN
003410*    THE OPTIONAL FOURTH COLUMN OF A LINE 1012 TOOK INTO THE
003420*    TABLE: THE STEP'S WINDOW DEADLINE AS HHMM.  BLANK OR INVALID
003430*    MEANS THE 0600 MORNING HANDOFF.
003440******************************************************************
003450 1013-LOAD-STEP-LINE.
003460     MOVE NGT-STEP-COUNT TO NGT-STEPS-BEFORE.
003470     PERFORM 1012-LOAD-ONE-STEP THRU 1012-LOAD-ONE-STEP-EXIT.
003480     IF NGT-STEP-COUNT = NGT-STEPS-BEFORE
003490         GO TO 1013-LOAD-STEP-LINE-EXIT
003500     END-IF.
003510     MOVE NGT-STPF-DEADLINE-COL(3:4) TO NGT-DEADLINE-IN.
003520     IF NGT-DEADLINE-IN IS NUMERIC
003530             AND NGT-DEADLINE-IN-HH < '24'
003540             AND NGT-DEADLINE-IN-MM < '60'
003550         MOVE NGT-DEADLINE-IN TO NGT-STEP-DEADLINE(NGT-STEP-IDX)
003560     ELSE
003570         MOVE NGT-WINDOW-DEADLINE
003580             TO NGT-STEP-DEADLINE(NGT-STEP-IDX)
003590     END-IF.
003600
003610 1013-LOAD-STEP-LINE-EXIT.
003620     EXIT.
003630
003640 1015-INIT-DEFAULT-STEPS.
003650     MOVE 19 TO NGT-STEP-COUNT.
003660     SET NGT-STEP-IDX TO 1.
003670     MOVE 'CALDSNAP'     TO NGT-STEP-PGM-NAME(NGT-STEP-IDX).
003680     SET NGT-STEP-IDX TO 2.
003690     MOVE 'TestReadFile' TO NGT-STEP-PGM-NAME(NGT-STEP-IDX).
003700     SET NGT-STEP-IDX TO 3.
003710     MOVE 'CALLOAD'      TO NGT-STEP-PGM-NAME(NGT-STEP-IDX).
003720     SET NGT-STEP-IDX TO 4.
003730     MOVE 'CALDRV'       TO NGT-STEP-PGM-NAME(NGT-STEP-IDX).
003740     SET NGT-STEP-IDX TO 5.
003750     MOVE 'CALVRFY'      TO NGT-STEP-PGM-NAME(NGT-STEP-IDX).
003760     SET NGT-STEP-IDX TO 6.
003770     MOVE 'CALBAL'       TO NGT-STEP-PGM-NAME(NGT-STEP-IDX).
003780     SET NGT-STEP-IDX TO 7.
003790     MOVE 'CALARCH'      TO NGT-STEP-PGM-NAME(NGT-STEP-IDX).
003800     SET NGT-STEP-IDX TO 8.
003810     MOVE 'CALQCSEL'     TO NGT-STEP-PGM-NAME(NGT-STEP-IDX).
003820     SET NGT-STEP-IDX TO 9.
003830     MOVE 'IDXBKUP'      TO NGT-STEP-PGM-NAME(NGT-STEP-IDX).
003840     SET NGT-STEP-IDX TO 10.
003850     MOVE 'CALRESP'      TO NGT-STEP-PGM-NAME(NGT-STEP-IDX).
003860     SET NGT-STEP-IDX TO 11.
003870     MOVE 'CALTREND'     TO NGT-STEP-PGM-NAME(NGT-STEP-IDX).
003880     SET NGT-STEP-IDX TO 12.
003890     MOVE 'REJAGE'       TO NGT-STEP-PGM-NAME(NGT-STEP-IDX).
003900     SET NGT-STEP-IDX TO 13.
003910     MOVE 'CALQCRP'      TO NGT-STEP-PGM-NAME(NGT-STEP-IDX).
003920     SET NGT-STEP-IDX TO 14.
003930     MOVE 'CALXBLD'      TO NGT-STEP-PGM-NAME(NGT-STEP-IDX).
003940     SET NGT-STEP-IDX TO 15.
003950     MOVE 'GNARCH'       TO NGT-STEP-PGM-NAME(NGT-STEP-IDX).
003960     SET NGT-STEP-IDX TO 16.
003970     MOVE 'GNREPORT'     TO NGT-STEP-PGM-NAME(NGT-STEP-IDX).
003980     SET NGT-STEP-IDX TO 17.
003990     MOVE 'GNGOALRP'     TO NGT-STEP-PGM-NAME(NGT-STEP-IDX).
004000     SET NGT-STEP-IDX TO 18.
004010     MOVE 'GNCERTRP'     TO NGT-STEP-PGM-NAME(NGT-STEP-IDX).
004020     SET NGT-STEP-IDX TO 19.
004030     MOVE 'NGTWINRP'     TO NGT-STEP-PGM-NAME(NGT-STEP-IDX).
004040     PERFORM 1017-DEFAULT-ONE-FLAG
004050             THRU 1017-DEFAULT-ONE-FLAG-EXIT
004060         VARYING NGT-STEP-IDX FROM 1 BY 1
004070         UNTIL NGT-STEP-IDX > NGT-STEP-COUNT.
004080*    THE COMPLIANCE REPORT MEASURES A WEEK, THE CERTIFICATION
004090*    EXPIRY REPORT LOOKS 30 DAYS AHEAD AND THE WINDOW TREND IS
004100*    WEEK BY WEEK, SO ALL THREE RUN ON THE SUNDAY CHAIN ONLY -
004110*    EVERYTHING ELSE IN THE BUILT-IN LIST STAYS DAILY.
004120     SET NGT-STEP-IDX TO 17.
004130     MOVE 'W' TO NGT-STEP-FREQUENCY(NGT-STEP-IDX).
004140     SET NGT-STEP-IDX TO 18.
004150     MOVE 'W' TO NGT-STEP-FREQUENCY(NGT-STEP-IDX).
004160     SET NGT-STEP-IDX TO 19.
004170     MOVE 'W' TO NGT-STEP-FREQUENCY(NGT-STEP-IDX).
004180
004190 1015-INIT-DEFAULT-STEPS-EXIT.
004200     EXIT.
004210
004220 1017-DEFAULT-ONE-FLAG.
004230     MOVE 'Y' TO NGT-STEP-ENABLE-SW(NGT-STEP-IDX).
004240     MOVE 'D' TO NGT-STEP-FREQUENCY(NGT-STEP-IDX).
004250     MOVE NGT-WINDOW-DEADLINE TO NGT-STEP-DEADLINE(NGT-STEP-IDX).
004260
004270 1017-DEFAULT-ONE-FLAG-EXIT.
004280     EXIT.
004290
004300******************************************************************
004310*    1060-LOAD-WINDOW-HISTORY - AVERAGE EACH STEP'S ELAPSED
004320*    TIME OVER THE COMPLETED RUNS OF THE LAST 28 DAYS ON NGTHIST.
004330*    THESE AVERAGES DRIVE THE FINISH PROJECTION.  A STEP WITH NO
004340*    HISTORY YET (OR NO NGTHIST AT ALL) PROJECTS AS ZERO TIME,
004350*    SO A NEW STEP NEVER RAISES A FALSE ALARM.
004360******************************************************************
004370 1060-LOAD-WINDOW-HISTORY.
004380     PERFORM 1061-CLEAR-STEP-TIMES
004390             THRU 1061-CLEAR-STEP-TIMES-EXIT
004400         VARYING NGT-STEP-IDX FROM 1 BY 1
004410         UNTIL NGT-STEP-IDX > NGT-STEP-COUNT.
004420     MOVE FUNCTION CURRENT-DATE(1:8) TO NGT-DATE-NUM.
004430     COMPUTE NGT-HIST-CUTOFF = FUNCTION DATE-OF-INTEGER(
004440         FUNCTION INTEGER-OF-DATE(NGT-DATE-NUM) - NGT-HIST-DAYS).
004450     OPEN INPUT NGT-HISTORY-FILE.
004460     IF NGT-HISTORY-STATUS NOT = '00'
004470         DISPLAY 'NO NGTHIST WINDOW HISTORY YET - THE FINISH '
004480             'IS NOT PROJECTED UNTIL STEP TIMES BUILD UP'
004490         GO TO 1060-LOAD-WINDOW-HISTORY-EXIT
004500     END-IF.
004510     MOVE 'N' TO NGT-HIST-EOF-SW.
004520     PERFORM 1062-TALLY-ONE-HISTORY
004530             THRU 1062-TALLY-ONE-HISTORY-EXIT
004540         UNTIL NGT-HIST-EOF.
004550     CLOSE NGT-HISTORY-FILE.
004560     PERFORM 1068-SET-ONE-AVERAGE THRU 1068-SET-ONE-AVERAGE-EXIT
004570         VARYING NGT-STEP-IDX FROM 1 BY 1
004580         UNTIL NGT-STEP-IDX > NGT-STEP-COUNT.
004590
004600 1060-LOAD-WINDOW-HISTORY-EXIT.
004610     EXIT.
004620
004630 1061-CLEAR-STEP-TIMES.
004640     MOVE ZERO TO NGT-STEP-HIST-SECS(NGT-STEP-IDX)
004650                  NGT-STEP-HIST-RUNS(NGT-STEP-IDX)
004660                  NGT-STEP-AVG-SECS(NGT-STEP-IDX).
004670
004680 1061-CLEAR-STEP-TIMES-EXIT.
004690     EXIT.
004700
004710 1062-TALLY-ONE-HISTORY.
004720     READ NGT-HISTORY-FILE
004730         AT END
004740             MOVE 'Y' TO NGT-HIST-EOF-SW
004750             GO TO 1062-TALLY-ONE-HISTORY-EXIT
004760     END-READ.
004770     IF NHS-STEP-STATUS NOT = 'COMPLETED'
004780         GO TO 1062-TALLY-ONE-HISTORY-EXIT
004790     END-IF.
004800     IF NHS-WINDOW-DATE NOT NUMERIC
004810         OR NHS-ELAPSED-SECS NOT NUMERIC
004820         GO TO 1062-TALLY-ONE-HISTORY-EXIT
004830     END-IF.
004840     IF NHS-WINDOW-DATE < NGT-HIST-CUTOFF
004850         GO TO 1062-TALLY-ONE-HISTORY-EXIT
004860     END-IF.
004870     PERFORM 1064-MATCH-HISTORY-STEP
004880             THRU 1064-MATCH-HISTORY-STEP-EXIT
004890         VARYING NGT-PROJ-IDX FROM 1 BY 1
004900         UNTIL NGT-PROJ-IDX > NGT-STEP-COUNT.
004910
004920 1062-TALLY-ONE-HISTORY-EXIT.
004930     EXIT.
004940
004950 1064-MATCH-HISTORY-STEP.
004960     IF NGT-STEP-PGM-NAME(NGT-PROJ-IDX) = NHS-STEP-NAME
004970         ADD NHS-ELAPSED-SECS TO NGT-STEP-HIST-SECS(NGT-PROJ-IDX)
004980         ADD 1 TO NGT-STEP-HIST-RUNS(NGT-PROJ-IDX)
004990     END-IF.
005000
005010 1064-MATCH-HISTORY-STEP-EXIT.
005020     EXIT.
005030
005040 1068-SET-ONE-AVERAGE.
005050     IF NGT-STEP-HIST-RUNS(NGT-STEP-IDX) > ZERO
005060         DIVIDE NGT-STEP-HIST-SECS(NGT-STEP-IDX)
005070             BY NGT-STEP-HIST-RUNS(NGT-STEP-IDX)
005080             GIVING NGT-STEP-AVG-SECS(NGT-STEP-IDX) ROUNDED
005090     ELSE
005100         MOVE ZERO TO NGT-STEP-AVG-SECS(NGT-STEP-IDX)
005110     END-IF.
005120
005130 1068-SET-ONE-AVERAGE-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170*    1075-OPEN-WINDOW-HISTORY - NGTHIST IS ONLY EVER EXTENDED;
005180*    THE FIRST NIGHT CREATES IT.  A HISTORY THAT WILL NOT OPEN
005190*    COSTS TONIGHT'S TIMINGS, NOT THE NIGHT'S RUN.
005200******************************************************************
005210 1075-OPEN-WINDOW-HISTORY.
005220     OPEN EXTEND NGT-HISTORY-FILE.
005230     IF NGT-HISTORY-STATUS = '35'
005240         OPEN OUTPUT NGT-HISTORY-FILE
005250     END-IF.
005260     IF NGT-HISTORY-STATUS = '00'
005270         MOVE 'Y' TO NGT-HIST-OPEN-SW
005280     ELSE
005290         DISPLAY 'UNABLE TO OPEN NGTHIST - STATUS: '
005300             NGT-HISTORY-STATUS ' - NO WINDOW HISTORY TONIGHT'
005310     END-IF.
005320
005330 1075-OPEN-WINDOW-HISTORY-EXIT.
005340     EXIT.
005350
005360******************************************************************
005370*    2030-WRITE-HISTORY-RECORD - APPEND THE STEP JUST CALLED TO
005380*    NGTHIST WITH ITS ELAPSED SECONDS, ITS DEADLINE AND WHETHER
005390*    IT FINISHED PAST THAT DEADLINE.
005400******************************************************************
005410 2030-WRITE-HISTORY-RECORD.
005420     IF NOT NGT-HIST-OPEN
005430         GO TO 2030-WRITE-HISTORY-RECORD-EXIT
005440     END-IF.
005450     MOVE SPACES TO NHS-HISTORY-RECORD.
005460     MOVE NGT-START-TIME TO NGT-CLOCK-TIME.
005470     PERFORM 2090-CLOCK-TO-WINDOW-SECS
005480             THRU 2090-CLOCK-TO-WINDOW-SECS-EXIT.
005490     MOVE NGT-CLOCK-SECS TO NGT-START-SECS.
005500     IF NGT-CLOCK-HH < 12
005510         MOVE NGT-STEP-START-DATE TO NHS-WINDOW-DATE
005520     ELSE
005530         COMPUTE NHS-WINDOW-DATE = FUNCTION DATE-OF-INTEGER(
005540             FUNCTION INTEGER-OF-DATE(NGT-STEP-START-DATE) + 1)
005550     END-IF.
005560     MOVE NGT-END-TIME TO NGT-CLOCK-TIME.
005570     PERFORM 2090-CLOCK-TO-WINDOW-SECS
005580             THRU 2090-CLOCK-TO-WINDOW-SECS-EXIT.
005590     MOVE NGT-CLOCK-SECS TO NGT-END-SECS.
005600     COMPUTE NGT-ELAPSED-SECS = NGT-END-SECS - NGT-START-SECS.
005610     IF NGT-ELAPSED-SECS < ZERO
005620         ADD 86400 TO NGT-ELAPSED-SECS
005630     END-IF.
005640     COMPUTE NGT-CLOCK-TIME-NUM =
005650         NGT-STEP-DEADLINE(NGT-STEP-IDX) * 100.
005660     PERFORM 2090-CLOCK-TO-WINDOW-SECS
005670             THRU 2090-CLOCK-TO-WINDOW-SECS-EXIT.
005680     IF NGT-END-SECS > NGT-CLOCK-SECS
005690         MOVE 'Y' TO NHS-MISSED-SW
005700     ELSE
005710         MOVE 'N' TO NHS-MISSED-SW
005720     END-IF.
005730     MOVE NGT-STEP-PGM-NAME(NGT-STEP-IDX) TO NHS-STEP-NAME.
005740     MOVE NGT-START-TIME TO NHS-START-TIME.
005750     MOVE NGT-END-TIME TO NHS-END-TIME.
005760     MOVE NGT-ELAPSED-SECS TO NHS-ELAPSED-SECS.
005770     MOVE NGT-STEP-DEADLINE(NGT-STEP-IDX) TO NHS-DEADLINE.
005780     MOVE NGT-STEP-RC TO NHS-RETURN-CODE.
005790     MOVE NGT-STEP-STATUS TO NHS-STEP-STATUS.
005800     WRITE NHS-HISTORY-RECORD.
005810
005820 2030-WRITE-HISTORY-RECORD-EXIT.
005830     EXIT.
005840
005850******************************************************************
005860*    2040-PROJECT-FINISH - FROM NOW, ADD THE AVERAGE TIME OF
005870*    EVERY STEP STILL TO RUN TONIGHT (SKIPPED STEPS COST
005880*    NOTHING) AND STOP AT THE FIRST ONE PROJECTED TO FINISH PAST
005890*    ITS DEADLINE.  THE FIRST SUCH PROJECTION OF THE NIGHT
005900*    RAISES A WARNING ALERT SO THE ON-CALL CAN STILL BE REACHED
005910*    BEFORE THE HANDOFF; LATER STEPS DO NOT REPEAT IT.
005920******************************************************************
005930 2040-PROJECT-FINISH.
005940     IF NGT-LATE-ALERTED
005950         GO TO 2040-PROJECT-FINISH-EXIT
005960     END-IF.
005970     MOVE FUNCTION CURRENT-DATE TO NGT-CURRENT-TIMESTAMP.
005980     MOVE NGT-CURRENT-TIMESTAMP(9:6) TO NGT-CLOCK-TIME.
005990     PERFORM 2090-CLOCK-TO-WINDOW-SECS
006000             THRU 2090-CLOCK-TO-WINDOW-SECS-EXIT.
006010     MOVE NGT-CLOCK-SECS TO NGT-PROJ-SECS.
006020     MOVE 'N' TO NGT-LATE-FOUND-SW.
006030     SET NGT-SAVE-STEP TO NGT-STEP-IDX.
006040     COMPUTE NGT-NEXT-STEP = NGT-SAVE-STEP + 1.
006050     PERFORM 2045-PROJECT-ONE-STEP THRU 2045-PROJECT-ONE-STEP-EXIT
006060         VARYING NGT-PROJ-IDX FROM NGT-NEXT-STEP BY 1
006070         UNTIL NGT-PROJ-IDX > NGT-STEP-COUNT
006080            OR NGT-LATE-FOUND.
006090     SET NGT-STEP-IDX TO NGT-SAVE-STEP.
006100     IF NOT NGT-LATE-FOUND
006110         GO TO 2040-PROJECT-FINISH-EXIT
006120     END-IF.
006130     IF NGT-PROJ-SECS NOT < 86400
006140         SUBTRACT 86400 FROM NGT-PROJ-SECS
006150     END-IF.
006160     DIVIDE NGT-PROJ-SECS BY 3600 GIVING NGT-PROJ-HH
006170         REMAINDER NGT-PROJ-REST.
006180     DIVIDE NGT-PROJ-REST BY 60 GIVING NGT-PROJ-MM.
006190     MOVE 'NIGHTJOB' TO ALR-STEP-NAME.
006200     MOVE 'W' TO ALR-SEVERITY.
006210     MOVE SPACES TO ALR-ALERT-TEXT.
006220     STRING 'WINDOW AT RISK: ' DELIMITED BY SIZE
006230         NGT-LATE-STEP DELIMITED BY SPACE
006240         ' DUE ' NGT-LATE-DEADLINE ' PROJECTED '
006250         NGT-PROJ-HH ':' NGT-PROJ-MM DELIMITED BY SIZE
006260         INTO ALR-ALERT-TEXT.
006270     CALL 'ALRTWRT' USING ALR-ALERT-PARM.
006280     DISPLAY ALR-ALERT-TEXT.
006290     MOVE 'Y' TO NGT-LATE-ALERTED-SW.
006300
006310 2040-PROJECT-FINISH-EXIT.
006320     EXIT.
006330
006340 2045-PROJECT-ONE-STEP.
006350     SET NGT-STEP-IDX TO NGT-PROJ-IDX.
006360     PERFORM 2008-JUDGE-STEP THRU 2008-JUDGE-STEP-EXIT.
006370     IF NOT NGT-RUN-THIS-STEP
006380         GO TO 2045-PROJECT-ONE-STEP-EXIT
006390     END-IF.
006400     ADD NGT-STEP-AVG-SECS(NGT-PROJ-IDX) TO NGT-PROJ-SECS.
006410     COMPUTE NGT-CLOCK-TIME-NUM =
006420         NGT-STEP-DEADLINE(NGT-PROJ-IDX) * 100.
006430     PERFORM 2090-CLOCK-TO-WINDOW-SECS
006440             THRU 2090-CLOCK-TO-WINDOW-SECS-EXIT.
006450     IF NGT-PROJ-SECS > NGT-CLOCK-SECS
006460         MOVE 'Y' TO NGT-LATE-FOUND-SW
006470         MOVE NGT-STEP-PGM-NAME(NGT-PROJ-IDX) TO NGT-LATE-STEP
006480         MOVE NGT-STEP-DEADLINE(NGT-PROJ-IDX) TO NGT-LATE-DEADLINE
006490     END-IF.
006500
006510 2045-PROJECT-ONE-STEP-EXIT.
006520     EXIT.
006530
006540******************************************************************
006550*    2090-CLOCK-TO-WINDOW-SECS - HHMMSS TO SECONDS INTO THE
006560*    NOON-TO-NOON WINDOW: A MORNING TIME COUNTS AFTER THE
006570*    EVENING BEFORE IT.
006580******************************************************************
006590 2090-CLOCK-TO-WINDOW-SECS.
006600     COMPUTE NGT-CLOCK-SECS = NGT-CLOCK-HH * 3600
006610         + NGT-CLOCK-MM * 60 + NGT-CLOCK-SS.
006620     IF NGT-CLOCK-HH < 12
006630         ADD 86400 TO NGT-CLOCK-SECS
006640     END-IF.
006650
006660 2090-CLOCK-TO-WINDOW-SECS-EXIT.
006670     EXIT.
