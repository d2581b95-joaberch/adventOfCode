000433*                       CRITICAL EVENT ON THE ALRTLOG CENTRAL
000434*                       ALERT LOG (SHARED ALRTWRT WRITER) - THE
000435*                       VERDICT IS NO LONGER ONLY A RETURN CODE.
000436*      2026-10-15  RJB  THE LOAD MUST ACCOUNT FOR EVERY RECORD
000437*                       READ, RESUBMISSIONS HELD OUT INCLUDED;
000438*                       EACH SOURCE'S NIGHT GOES TO CALSRCHS.
000439******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. CALBAL.
000460
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS BAL-REPORT-STATUS.
000650
000652     SELECT BAL-HISTORY-FILE ASSIGN TO 'CALSRCHS'
000654         ORGANIZATION IS LINE SEQUENTIAL
000656         FILE STATUS IS BAL-HISTORY-STATUS.
000658
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  BAL-TRF-CONTROL-FILE
000690     RECORDING MODE IS F.
000700 01  BAL-TRF-CONTROL-RECORD     PIC X(84).
000710
000720 FD  BAL-LOD-CONTROL-FILE
000730     RECORDING MODE IS F.
000740 01  BAL-LOD-CONTROL-RECORD     PIC X(84).
000750
000760 FD  BAL-CAL-CONTROL-FILE
000770     RECORDING MODE IS F.
000780 01  BAL-CAL-CONTROL-RECORD     PIC X(84).
000790
000792 FD  BAL-TRFS-CONTROL-FILE
000793     RECORDING MODE IS F.
000794 01  BAL-TRFS-CONTROL-RECORD    PIC X(84).
000795
000796 FD  BAL-LODS-CONTROL-FILE
000797     RECORDING MODE IS F.
000798 01  BAL-LODS-CONTROL-RECORD    PIC X(84).
000799
000801 FD  BAL-CALS-CONTROL-FILE
000802     RECORDING MODE IS F.
000803 01  BAL-CALS-CONTROL-RECORD    PIC X(84).
000804
000805 FD  BAL-REPORT-FILE
000810     RECORDING MODE IS F.
000820 01  BAL-REPORT-RECORD          PIC X(80).
000830
000832 FD  BAL-HISTORY-FILE
000834     RECORDING MODE IS F.
000836 01  BAL-HISTORY-RECORD         PIC X(80).
000838
000840 WORKING-STORAGE SECTION.
000850*    THE CALIBRATION SIDE OF THE BALANCE USES THE SHARED CTL-
000860*    NAMES; THE INGEST SIDE USES THE SAME COPYBOOK WITH THE
000900     COPY CALCTLWS REPLACING LEADING ==CTL== BY ==LDL==.
000902     COPY CALCTLWS REPLACING LEADING ==CTL== BY ==SRL==.
000904     COPY ALRTWSL.
000907     COPY CALSRCHW.
000910
000911*    MORE PER-SOURCE COUNTS, ROW FOR ROW WITH BAL-SOURCE-TABLE.
000912 01  BAL-SOURCE-MORE-TABLE.
000913     05  BAL-SRC-MORE-ENTRY OCCURS 10 TIMES.
000914         10  BAL-SRC-ING-IN         PIC 9(06).
000915         10  BAL-SRC-ING-REJ        PIC 9(06).
000916         10  BAL-SRC-LOD-RESUBS     PIC 9(06).
000917         10  BAL-SRC-CAL-OUT        PIC 9(06).
000918         10  BAL-SRC-CAL-EXC        PIC 9(06).
000919
000920 77  BAL-TRF-STATUS             PIC X(02) VALUE '00'.
000930 77  BAL-LOD-STATUS             PIC X(02) VALUE '00'.
000940 77  BAL-CAL-STATUS             PIC X(02) VALUE '00'.
000950 77  BAL-REPORT-STATUS          PIC X(02) VALUE '00'.
000955 77  BAL-HISTORY-STATUS         PIC X(02) VALUE '00'.
000960
000970 77  BAL-OUT-OF-BALANCE-SW      PIC X VALUE 'N'.
000980     88  BAL-OUT-OF-BALANCE             VALUE 'Y'.
000990 77  BAL-DIFFERENCE             PIC S9(06) VALUE ZERO.
001000 77  BAL-FEED-DIFFERENCE        PIC S9(06) VALUE ZERO.
001002 77  BAL-LOAD-DIFFERENCE        PIC S9(06) VALUE ZERO.
001004 77  BAL-LOAD-RESUBS            PIC 9(06) VALUE ZERO.
001006 77  BAL-SRC-LOAD-DIFF          PIC S9(06) VALUE ZERO.
001010 77  BAL-DATE-NUM               PIC 9(08) VALUE ZERO.
001020 77  BAL-DAY-EARLIEST           PIC 9(07) VALUE ZERO.
001030 77  BAL-DAY-LATEST             PIC 9(07) VALUE ZERO.
001120     05  FILLER                  PIC X(28) VALUE
001130         'DIFFERENCE..............: '.
001140     05  BAL-DIFF-COUNT          PIC -----9.
001141 01  BAL-SRC-LOAD-LINE.
001142     05  FILLER                  PIC X(10) VALUE SPACES.
001143     05  FILLER                  PIC X(22) VALUE
001144         'RESUBMITTED HELD OUT: '.
001145     05  BAL-SRA-RESUBS          PIC ZZZZZ9.
001146     05  FILLER                  PIC X(16) VALUE
001147         '  UNACCOUNTED: '.
001148     05  BAL-SRA-DIFF            PIC -----9.
001149     05  BAL-SRA-FLAG            PIC X(09).
001150 01  BAL-VERDICT-LINE            PIC X(80).
001152 01  BAL-SRC-HEADING-LINE        PIC X(80) VALUE
001153     'SOURCE    ING-OUT  LOD-IN    DUPS  LOD-OUT  CAL-IN  FLAG'.
001210     PERFORM 2000-BALANCE THRU 2000-BALANCE-EXIT.
001212     PERFORM 2100-BALANCE-SOURCES
001214             THRU 2100-BALANCE-SOURCES-EXIT.
001217     PERFORM 2120-BALANCE-LOADS THRU 2120-BALANCE-LOADS-EXIT.
001220     PERFORM 3000-WRITE-REPORT THRU 3000-WRITE-REPORT-EXIT.
001222     IF BAL-OUT-OF-BALANCE
001224         PERFORM 3100-RAISE-ALERT THRU 3100-RAISE-ALERT-EXIT
001226     END-IF.
001227     PERFORM 3200-WRITE-SOURCE-HISTORY
001228             THRU 3200-WRITE-SOURCE-HISTORY-EXIT.
001230     GO TO 9999-EXIT.
001240
001250 0000-MAINLINE-EXIT.
001858     IF BAL-SRC-END-OF-FILE
001859         GO TO 1110-LOAD-ONE-SOURCE-RECORD-EXIT
001861     END-IF.
001862     PERFORM 1140-FIND-AND-POST-SOURCE
001863             THRU 1140-FIND-AND-POST-SOURCE-EXIT.
001864     IF BAL-SRC-CUR = ZERO
001865         GO TO 1110-LOAD-ONE-SOURCE-RECORD-EXIT
001866     END-IF.
001897             MOVE SRL-STEP-NAME(1:8)
001898                 TO BAL-SRC-ID(BAL-SRC-COUNT)
001899             MOVE ZERO TO BAL-SRC-ING-OUT(BAL-SRC-COUNT)
001900             INITIALIZE BAL-SRC-MORE-ENTRY(BAL-SRC-COUNT)
001901             MOVE ZERO TO BAL-SRC-LOD-IN(BAL-SRC-COUNT)
001902             MOVE ZERO TO BAL-SRC-LOD-DUPS(BAL-SRC-COUNT)
001903             MOVE ZERO TO BAL-SRC-LOD-OUT(BAL-SRC-COUNT)
002770     MOVE LDL-RECORDS-REJECTED TO BAL-SIDE-COUNT.
002780     MOVE BAL-SIDE-LINE TO BAL-REPORT-RECORD.
002790     WRITE BAL-REPORT-RECORD.
002792     MOVE 'RESUBMISSIONS HELD OUT..: ' TO BAL-SIDE-LABEL.
002794     MOVE BAL-LOAD-RESUBS TO BAL-SIDE-COUNT.
002796     MOVE BAL-SIDE-LINE TO BAL-REPORT-RECORD.
002798     WRITE BAL-REPORT-RECORD.
002800     MOVE 'LOAD RECORDS OUT........: ' TO BAL-SIDE-LABEL.
002810     MOVE LDL-RECORDS-OUT TO BAL-SIDE-COUNT.
002820     MOVE BAL-SIDE-LINE TO BAL-REPORT-RECORD.
002830     WRITE BAL-REPORT-RECORD.
002831     IF BAL-LOAD-DIFFERENCE NOT = ZERO
002832         MOVE 'LOAD DOES NOT ACCOUNT FOR: ' TO BAL-SIDE-LABEL
002833         MOVE BAL-LOAD-DIFFERENCE TO BAL-SIDE-COUNT
002834         MOVE BAL-SIDE-LINE TO BAL-REPORT-RECORD
002835         WRITE BAL-REPORT-RECORD
002836     END-IF.
002840     MOVE 'CALIBRATION RECORDS IN..: ' TO BAL-SIDE-LABEL.
002850     MOVE CTL-RECORDS-IN TO BAL-SIDE-COUNT.
002860     MOVE BAL-SIDE-LINE TO BAL-REPORT-RECORD.
003047     END-IF.
003048     MOVE BAL-SRC-DETAIL-LINE TO BAL-REPORT-RECORD.
003049     WRITE BAL-REPORT-RECORD.
003050     PERFORM 3020-SOURCE-LOAD THRU 3020-SOURCE-LOAD-EXIT.
003051
003052 3010-WRITE-SOURCE-LINE-EXIT.
003053     EXIT.
003090         MOVE 0 TO RETURN-CODE
003100     END-IF.
003110     GOBACK.
003120
003130******************************************************************
003140*    1140-FIND-AND-POST-SOURCE - FINDS (OR ADDS) THE SOURCE'S ROW
003150*    THROUGH 1120 AND POSTS THE COUNTS KEPT IN THE
003160*    BAL-SOURCE-MORE-TABLE: WHAT THE INGEST RECEIVED AND
003170*    REJECTED, THE RESUBMISSIONS THE LOAD HELD OUT (A CALLSCTL
003180*    WRITTEN BEFORE THEY WERE COUNTED CARRIES NONE), AND WHAT THE
003190*    CALIBRATION PASS CLEARED AND EXCEPTIONED.  1110 POSTS THE
003200*    BALANCING COUNTS ONCE THE ROW IS FOUND.
003210******************************************************************
003220 1140-FIND-AND-POST-SOURCE.
003230     PERFORM 1120-FIND-SOURCE-ENTRY
003240             THRU 1120-FIND-SOURCE-ENTRY-EXIT.
003250     IF BAL-SRC-CUR = ZERO
003260         GO TO 1140-FIND-AND-POST-SOURCE-EXIT
003270     END-IF.
003280     EVALUATE BAL-SRC-FILE-NO
003290         WHEN 1
003300             MOVE SRL-RECORDS-IN TO BAL-SRC-ING-IN(BAL-SRC-CUR)
003310             MOVE SRL-RECORDS-REJECTED
003320                 TO BAL-SRC-ING-REJ(BAL-SRC-CUR)
003330         WHEN 2
003340             IF SRL-RECORDS-RESUBMITTED IS NUMERIC
003350                 MOVE SRL-RECORDS-RESUBMITTED
003360                     TO BAL-SRC-LOD-RESUBS(BAL-SRC-CUR)
003370             END-IF
003380         WHEN 3
003390             MOVE SRL-RECORDS-OUT TO BAL-SRC-CAL-OUT(BAL-SRC-CUR)
003400             MOVE SRL-EXCEPTION-COUNT
003410                 TO BAL-SRC-CAL-EXC(BAL-SRC-CUR)
003420     END-EVALUATE.
003430
003440 1140-FIND-AND-POST-SOURCE-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480*    2120-BALANCE-LOADS - THE LOAD MUST ACCOUNT FOR EVERY RECORD
003490*    IT READ: DUPLICATES PLUS RESUBMISSIONS HELD OUT PLUS RECORDS
003500*    OUT MUST EQUAL RECORDS IN, FOR THE NIGHT AND FOR EACH SOURCE.
003510*    A CALLCTL WRITTEN BEFORE RESUBMISSIONS WERE COUNTED CARRIES
003520*    NONE.  ANY DIFFERENCE FAILS THE NIGHT.
003530******************************************************************
003540 2120-BALANCE-LOADS.
003550     IF LDL-RECORDS-RESUBMITTED IS NUMERIC
003560         MOVE LDL-RECORDS-RESUBMITTED TO BAL-LOAD-RESUBS
003570     END-IF.
003580     COMPUTE BAL-LOAD-DIFFERENCE =
003590         LDL-RECORDS-IN - LDL-RECORDS-REJECTED
003600         - BAL-LOAD-RESUBS - LDL-RECORDS-OUT.
003610     IF BAL-LOAD-DIFFERENCE NOT = ZERO
003620         MOVE 'Y' TO BAL-OUT-OF-BALANCE-SW
003630     END-IF.
003640     PERFORM 2130-CHECK-ONE-SOURCE-LOAD
003650             THRU 2130-CHECK-ONE-SOURCE-LOAD-EXIT
003660         VARYING BAL-SRC-SUB FROM 1 BY 1
003670         UNTIL BAL-SRC-SUB > BAL-SRC-COUNT.
003680
003690 2120-BALANCE-LOADS-EXIT.
003700     EXIT.
003710
003720 2130-CHECK-ONE-SOURCE-LOAD.
003730     PERFORM 2140-SOURCE-LOAD-DIFF
003740             THRU 2140-SOURCE-LOAD-DIFF-EXIT.
003750     IF BAL-SRC-LOAD-DIFF NOT = ZERO
003760         MOVE 'Y' TO BAL-OUT-OF-BALANCE-SW
003770     END-IF.
003780
003790 2130-CHECK-ONE-SOURCE-LOAD-EXIT.
003800     EXIT.
003810
003820 2140-SOURCE-LOAD-DIFF.
003830     COMPUTE BAL-SRC-LOAD-DIFF =
003840         BAL-SRC-LOD-IN(BAL-SRC-SUB)
003850         - BAL-SRC-LOD-DUPS(BAL-SRC-SUB)
003860         - BAL-SRC-LOD-RESUBS(BAL-SRC-SUB)
003870         - BAL-SRC-LOD-OUT(BAL-SRC-SUB).
003880
003890 2140-SOURCE-LOAD-DIFF-EXIT.
003900     EXIT.
003910
003920******************************************************************
003930*    3020-SOURCE-LOAD - UNDER A SOURCE THAT HAD RESUBMISSIONS HELD
003940*    OUT, OR WHOSE LOAD DOES NOT ACCOUNT FOR WHAT IT READ, A
003950*    SECOND LINE GIVES THE RESUBMISSIONS AND THE RECORDS LEFT
003960*    UNACCOUNTED FOR.
003970******************************************************************
003980 3020-SOURCE-LOAD.
003990     PERFORM 2140-SOURCE-LOAD-DIFF
004000             THRU 2140-SOURCE-LOAD-DIFF-EXIT.
004010     IF BAL-SRC-LOD-RESUBS(BAL-SRC-SUB) = ZERO
004020             AND BAL-SRC-LOAD-DIFF = ZERO
004030         GO TO 3020-SOURCE-LOAD-EXIT
004040     END-IF.
004050     MOVE BAL-SRC-LOD-RESUBS(BAL-SRC-SUB) TO BAL-SRA-RESUBS.
004060     MOVE BAL-SRC-LOAD-DIFF TO BAL-SRA-DIFF.
004070     IF BAL-SRC-LOAD-DIFF NOT = ZERO
004080         MOVE '  *OFF*' TO BAL-SRA-FLAG
004090     ELSE
004100         MOVE SPACES TO BAL-SRA-FLAG
004110     END-IF.
004120     MOVE BAL-SRC-LOAD-LINE TO BAL-REPORT-RECORD.
004130     WRITE BAL-REPORT-RECORD.
004140
004150 3020-SOURCE-LOAD-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190*    3200-WRITE-SOURCE-HISTORY - ONE CALSRCHS LINE PER SOURCE,
004200*    DATED WITH THE RUN DATE CALDRV STAMPED ON CALCTL - THE SAME
004210*    DATE IT PUT ON TONIGHT'S CALHIST LINE - SO THE MONTHLY
004220*    CHARGEBACK TIES TO THE MONTH CALMONTH CLOSED.  THE NIGHT IS
004230*    WRITTEN WHETHER OR NOT IT BALANCED: AN UNBALANCED NIGHT
004240*    LEFT UNCORRECTED MUST STOP THE MONTH'S STATEMENTS, NOT
004250*    VANISH FROM THEM.  WITHOUT A READABLE CALCTL DATE THERE IS
004260*    NO NIGHT TO FILE THE LINES UNDER AND NOTHING IS WRITTEN.
004270******************************************************************
004280 3200-WRITE-SOURCE-HISTORY.
004290     IF CTL-RUN-DATE NOT NUMERIC OR BAL-SRC-COUNT = ZERO
004300         GO TO 3200-WRITE-SOURCE-HISTORY-EXIT
004310     END-IF.
004320     OPEN EXTEND BAL-HISTORY-FILE.
004330     IF BAL-HISTORY-STATUS = '35'
004340         OPEN OUTPUT BAL-HISTORY-FILE
004350     END-IF.
004360     IF BAL-HISTORY-STATUS NOT = '00'
004370         DISPLAY 'UNABLE TO OPEN CALSRCHS - STATUS: '
004380             BAL-HISTORY-STATUS
004390         GO TO 3200-WRITE-SOURCE-HISTORY-EXIT
004400     END-IF.
004410     PERFORM 3210-WRITE-ONE-HISTORY-LINE
004420             THRU 3210-WRITE-ONE-HISTORY-LINE-EXIT
004430         VARYING BAL-SRC-SUB FROM 1 BY 1
004440         UNTIL BAL-SRC-SUB > BAL-SRC-COUNT.
004450     CLOSE BAL-HISTORY-FILE.
004460
004470 3200-WRITE-SOURCE-HISTORY-EXIT.
004480     EXIT.
004490
004500 3210-WRITE-ONE-HISTORY-LINE.
004510     INITIALIZE CSH-HISTORY-LINE.
004520     MOVE CTL-RUN-DATE TO CSH-RUN-DATE.
004530     MOVE BAL-SRC-ID(BAL-SRC-SUB) TO CSH-SOURCE-ID.
004540     MOVE BAL-SRC-ING-IN(BAL-SRC-SUB) TO CSH-RECEIVED.
004550     MOVE BAL-SRC-ING-REJ(BAL-SRC-SUB) TO CSH-REJECTED.
004560     MOVE BAL-SRC-LOD-RESUBS(BAL-SRC-SUB) TO CSH-RESUBMITTED.
004570     MOVE BAL-SRC-LOD-DUPS(BAL-SRC-SUB) TO CSH-DUPLICATED.
004580     MOVE BAL-SRC-CAL-OUT(BAL-SRC-SUB) TO CSH-CALIBRATED.
004590     MOVE BAL-SRC-CAL-EXC(BAL-SRC-SUB) TO CSH-EXCEPTIONED.
004600     MOVE CSH-HISTORY-LINE TO BAL-HISTORY-RECORD.
004610     WRITE BAL-HISTORY-RECORD.
004620
004630 3210-WRITE-ONE-HISTORY-LINE-EXIT.
004640     EXIT.
