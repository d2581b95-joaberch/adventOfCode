000260*                   PAGE INSTEAD OF CONSOLE-LOG ARCHAEOLOGY.
000270*                   RUN BY NIGHTJOB AFTER THE CHAIN, WHETHER THE
000280*                   CHAIN FINISHED OR STOPPED PARTWAY.
000281*                   ALSO LISTS CALDELTA CORRECTIONS STILL SITTING
000282*                   IN THE CALDQUE APPROVAL QUEUE, AND READINGS
000283*                   CALLOAD HELD OUT AS RESUBMISSIONS, AND EVERY
000284*                   EXPECTED FEED TestReadFile FOUND MISSING, OUT
000285*                   OF VOLUME OR UNREGISTERED (SRCCHK).
000286*                   RESPONSE FILES THE VENDOR HAS NOT ACKNOWLEDGED
000287*                   WITHIN THE CALAKPRM DAYS (CALRSPLG) AND OPEN
000288*                   VENDOR DISPUTES (CALDISP) ARE ACTION ITEMS.
000290*    MODIFICATION HISTORY:
000300*      2026-08-22  RJB  ORIGINAL.
000310*      2026-08-22  RJB  REJECT RECORD WIDENED ALONG WITH THE
000370*                       SUPERSEDED THE EARLIER FAILURES.  ANY
000380*                       OVERFLOW IS NOW COUNTED AND REPORTED
000390*                       INSTEAD OF SILENT.
000391*      2026-10-15  RJB  NEW ACTION ITEMS: CORRECTIONS UNAPPROVED
000392*                       ON CALDQUE PAST THE HANDOFF (WARNING AND
000393*                       ALERT), APPROVED ONES KEYED BEFORE TODAY
000394*                       THAT CALDELTA WILL EXPIRE, CALLOAD
000395*                       RESUBMISSIONS (CALRSBRP), SRCCHK FEED
000396*                       FINDINGS (WARNING), RESPONSE FILES
000397*                       UNACKNOWLEDGED PAST THE CALAKPRM DAYS
000398*                       (WARNING AND ALERT) AND OPEN CALDISP
000399*                       DISPUTES, WITH THEIR COUNT LINES.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. MORNRPT.
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000461     SELECT MRN-QUEUE-FILE ASSIGN TO 'CALDQUE'
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS SEQUENTIAL
000464         RECORD KEY IS CDQ-KEY
000465         FILE STATUS IS MRN-QUEUE-STATUS.
000466
000470     SELECT MRN-AUDIT-FILE ASSIGN TO 'NGTAUDIT'
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS MRN-AUDIT-STATUS.
000500
000502     SELECT MRN-SRC-CHECK-FILE ASSIGN TO 'SRCCHK'
000504         ORGANIZATION IS LINE SEQUENTIAL
000506         FILE STATUS IS MRN-SRC-CHECK-STATUS.
000508
000510     SELECT MRN-TRF-CONTROL-FILE ASSIGN TO 'TRFCTL'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS MRN-TRF-STATUS.
000540
000541     SELECT MRN-RESPONSE-LOG-FILE ASSIGN TO 'CALRSPLG'
000542         ORGANIZATION IS INDEXED
000543         ACCESS MODE IS SEQUENTIAL
000544         RECORD KEY IS RLG-RESPONSE-DATE
000545         FILE STATUS IS MRN-RESPONSE-LOG-STATUS.
000546
000550     SELECT MRN-LOD-CONTROL-FILE ASSIGN TO 'CALLCTL'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS MRN-LOD-STATUS.
000580
000581     SELECT MRN-DISPUTE-FILE ASSIGN TO 'CALDISP'
000582         ORGANIZATION IS INDEXED
000583         ACCESS MODE IS SEQUENTIAL
000584         RECORD KEY IS DSP-KEY
000585         FILE STATUS IS MRN-DISPUTE-STATUS.
000586
000590     SELECT MRN-CAL-CONTROL-FILE ASSIGN TO 'CALCTL'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS MRN-CAL-STATUS.
000620
000622     SELECT MRN-ACK-PARM-FILE ASSIGN TO 'CALAKPRM'
000624         ORGANIZATION IS LINE SEQUENTIAL
000626         FILE STATUS IS MRN-ACK-PARM-STATUS.
000628
000630     SELECT MRN-REJECTS-FILE ASSIGN TO 'REJECTS'
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS MRN-REJECTS-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000762 FD  MRN-QUEUE-FILE.
000764     COPY CALDQUEC.
000766
000770 FD  MRN-AUDIT-FILE
000780     RECORDING MODE IS F.
000790 01  MRN-AUDIT-RECORD           PIC X(80).
000800
000802 FD  MRN-SRC-CHECK-FILE
000804     RECORDING MODE IS F.
000806 01  MRN-SRC-CHECK-RECORD       PIC X(55).
000808
000810 FD  MRN-TRF-CONTROL-FILE
000820     RECORDING MODE IS F.
000830 01  MRN-TRF-CONTROL-RECORD     PIC X(84).
000840
000842 FD  MRN-RESPONSE-LOG-FILE.
000844     COPY CALRSPLC.
000846
000850 FD  MRN-LOD-CONTROL-FILE
000860     RECORDING MODE IS F.
000870 01  MRN-LOD-CONTROL-RECORD     PIC X(84).
000880
000882 FD  MRN-DISPUTE-FILE.
000884     COPY CALDISPC.
000886
000890 FD  MRN-CAL-CONTROL-FILE
000900     RECORDING MODE IS F.
000910 01  MRN-CAL-CONTROL-RECORD     PIC X(84).
000920
000921 FD  MRN-ACK-PARM-FILE
000922     RECORDING MODE IS F.
000923 01  MRN-ACK-PARM-RECORD.
000924     05  MRN-ACK-PARM-DAYS      PIC 9(03).
000925
000930 FD  MRN-REJECTS-FILE
000940     RECORDING MODE IS F.
000950 01  MRN-REJECT-RECORD          PIC X(151).
001030 01  MRN-STATUS-RECORD          PIC X(80).
001040
001050 WORKING-STORAGE SECTION.
001055     COPY ALRTWSL.
001060     COPY CALCTLWS REPLACING LEADING ==CTL== BY ==BTL==.
001070     COPY CALCTLWS REPLACING LEADING ==CTL== BY ==LDL==.
001080     COPY CALCTLWS.
001085     COPY SRCCHKW.
001090
001100 01  MRN-AUDIT-LINE.
001110     05  MRN-AUD-STEP-NAME      PIC X(12).
001350 77  MRN-REJECTS-STATUS         PIC X(02) VALUE '00'.
001360 77  MRN-EXCEPTION-STATUS       PIC X(02) VALUE '00'.
001370 77  MRN-STATUS-STATUS          PIC X(02) VALUE '00'.
001371 77  MRN-QUEUE-STATUS           PIC X(02) VALUE '00'.
001372 77  MRN-SRC-CHECK-STATUS       PIC X(02) VALUE '00'.
001373 77  MRN-RESPONSE-LOG-STATUS    PIC X(02) VALUE '00'.
001374 77  MRN-DISPUTE-STATUS         PIC X(02) VALUE '00'.
001375 77  MRN-ACK-PARM-STATUS        PIC X(02) VALUE '00'.
001380
001390 77  MRN-EOF-SW                 PIC X VALUE 'N'.
001400     88  MRN-END-OF-FILE                VALUE 'Y'.
001430 77  MRN-WARNING-SW             PIC X VALUE 'N'.
001440     88  MRN-NIGHT-HAS-WARNINGS         VALUE 'Y'.
001450
001451 77  MRN-RESUB-COUNT            PIC 9(06) VALUE ZERO.
001452 77  MRN-PENDING-COUNT          PIC 9(05) VALUE ZERO.
001453 77  MRN-APPROVED-COUNT         PIC 9(05) VALUE ZERO.
001454 77  MRN-STALE-APPROVED-COUNT   PIC 9(05) VALUE ZERO.
001455 77  MRN-OLDEST-PENDING         PIC 9(08) VALUE ZERO.
001456 77  MRN-SRC-CHECK-COUNT        PIC 9(04) VALUE ZERO.
001460 77  MRN-REJECT-COUNT           PIC 9(06) VALUE ZERO.
001470 77  MRN-EXCEPTION-COUNT        PIC 9(06) VALUE ZERO.
001471 77  MRN-ACK-DAYS               PIC 9(03) VALUE 3.
001472 77  MRN-TODAY                  PIC 9(08) VALUE ZERO.
001473 77  MRN-AGE-DAYS               PIC S9(08) VALUE ZERO.
001474 77  MRN-OVERDUE-COUNT          PIC 9(05) VALUE ZERO.
001475 77  MRN-OLDEST-OVERDUE         PIC 9(08) VALUE ZERO.
001476 77  MRN-OPEN-DISPUTE-COUNT     PIC 9(05) VALUE ZERO.
001480 77  MRN-STEP-SUB               PIC 9(02) COMP.
001490 77  MRN-STEP-SUB-2             PIC 9(02) COMP.
001500 77  MRN-STEP-OVERFLOW          PIC 9(03) VALUE ZERO.
001990*    1000-GATHER-THE-NIGHT - PULL IN THE AUDIT RECORDS, THE
002000*    THREE CONTROL RECORDS AND THE REJECT AND EXCEPTION COUNTS.
002010*    ANY FILE A FAILED NIGHT NEVER PRODUCED JUST READS AS EMPTY.
002012*    THE CORRECTION QUEUE IS COUNTED TOO: THIS RUNS AFTER THE
002014*    AFTERNOON HANDOFF, SO ANY ENTRY STILL PENDING MISSED IT.
002020******************************************************************
002030 1000-GATHER-THE-NIGHT.
002040     INITIALIZE BTL-CONTROL-LINE LDL-CONTROL-LINE
002080     PERFORM 1040-COUNT-REJECTS THRU 1040-COUNT-REJECTS-EXIT.
002090     PERFORM 1050-COUNT-EXCEPTIONS
002100             THRU 1050-COUNT-EXCEPTIONS-EXIT.
002101     PERFORM 1060-COUNT-QUEUE THRU 1060-COUNT-QUEUE-EXIT.
002102     PERFORM 1070-COUNT-SOURCE-CHECKS
002103             THRU 1070-COUNT-SOURCE-CHECKS-EXIT.
002104     PERFORM 1080-CHECK-RESPONSES THRU 1080-CHECK-RESPONSES-EXIT.
002105     PERFORM 1090-COUNT-DISPUTES THRU 1090-COUNT-DISPUTES-EXIT.
002106     IF LDL-RECORDS-RESUBMITTED IS NUMERIC
002107         MOVE LDL-RECORDS-RESUBMITTED TO MRN-RESUB-COUNT
002108     END-IF.
002110     IF MRN-REJECT-COUNT > ZERO
002120             OR MRN-EXCEPTION-COUNT > ZERO
002130             OR LDL-RECORDS-REJECTED > ZERO
002135             OR MRN-RESUB-COUNT > ZERO
002137             OR MRN-SRC-CHECK-COUNT > ZERO
002138             OR MRN-OVERDUE-COUNT > ZERO
002140         MOVE 'Y' TO MRN-WARNING-SW
002150     END-IF.
002152     IF BTL-FILES-REJECTED IS NUMERIC
002154             AND BTL-FILES-REJECTED > ZERO
002156         MOVE 'Y' TO MRN-WARNING-SW
002158     END-IF.
002159     PERFORM 1095-SET-WARNINGS THRU 1095-SET-WARNINGS-EXIT.
002160
002170 1000-GATHER-THE-NIGHT-EXIT.
002180     EXIT.
004140******************************************************************
004150*    3010-WRITE-ACTION-ITEMS - EVERYTHING THE OPERATOR MUST DO
004160*    SOMETHING ABOUT, BEFORE ANY DETAIL: FAILED STEPS, A MISSING
004170*    AUDIT FILE, AND NON-ZERO REJECT / DUPLICATE / RESUBMISSION
004172*    / EXCEPTION COUNTS, AND CORRECTIONS STILL IN THE APPROVAL
004175*    QUEUE, RESPONSE FILES THE VENDOR HAS NOT ACKNOWLEDGED AND
004180*    DISPUTES STILL OPEN.
004190******************************************************************
004200 3010-WRITE-ACTION-ITEMS.
004210     IF MRN-AUDIT-STATUS NOT = '00'
004440         PERFORM 3020-WRITE-ACTION-LINE
004450                 THRU 3020-WRITE-ACTION-LINE-EXIT
004460     END-IF.
004461     IF MRN-RESUB-COUNT > ZERO
004462         MOVE SPACES TO MRN-ACTION-TEXT
004463         STRING 'RESUBMITTED READINGS HELD OUT AT LOAD: '
004464             MRN-RESUB-COUNT ' - SEE CALRSBRP'
004465             DELIMITED BY SIZE INTO MRN-ACTION-TEXT
004466         PERFORM 3020-WRITE-ACTION-LINE
004467                 THRU 3020-WRITE-ACTION-LINE-EXIT
004468     END-IF.
004470     IF MRN-EXCEPTION-COUNT > ZERO
004480         MOVE SPACES TO MRN-ACTION-TEXT
004490         STRING 'LINES CALIBRATED TO NO VALUE: '
004520         PERFORM 3020-WRITE-ACTION-LINE
004530                 THRU 3020-WRITE-ACTION-LINE-EXIT
004540     END-IF.
004543     PERFORM 3011-WRITE-FOLLOW-UP-ACTIONS
004546             THRU 3011-WRITE-FOLLOW-UP-ACTIONS-EXIT.
004550
004560 3010-WRITE-ACTION-ITEMS-EXIT.
004570     EXIT.
005350     MOVE LDL-RECORDS-REJECTED TO MRN-CNT-VALUE.
005360     MOVE MRN-COUNT-LINE TO MRN-STATUS-RECORD.
005370     WRITE MRN-STATUS-RECORD.
005373     PERFORM 3045-WRITE-FOLLOW-UP-COUNTS
005376             THRU 3045-WRITE-FOLLOW-UP-COUNTS-EXIT.
005380     MOVE 'RECORDS CALIBRATED......: ' TO MRN-CNT-LABEL.
005390     MOVE CTL-RECORDS-OUT TO MRN-CNT-VALUE.
005400     MOVE MRN-COUNT-LINE TO MRN-STATUS-RECORD.
005580         MOVE 0 TO RETURN-CODE
005590     END-IF.
005600     GOBACK.
005610
005620 1060-COUNT-QUEUE.
005630     OPEN INPUT MRN-QUEUE-FILE.
005640     IF MRN-QUEUE-STATUS NOT = '00'
005650         GO TO 1060-COUNT-QUEUE-EXIT
005660     END-IF.
005670     MOVE 'N' TO MRN-EOF-SW.
005680     MOVE FUNCTION CURRENT-DATE(1:8) TO MRN-TODAY.
005690     PERFORM 1062-COUNT-ONE-ENTRY THRU 1062-COUNT-ONE-ENTRY-EXIT
005700         UNTIL MRN-END-OF-FILE.
005710     CLOSE MRN-QUEUE-FILE.
005720
005730 1060-COUNT-QUEUE-EXIT.
005740     EXIT.
005750
005760 1062-COUNT-ONE-ENTRY.
005770     READ MRN-QUEUE-FILE NEXT RECORD
005780         AT END
005790             MOVE 'Y' TO MRN-EOF-SW
005800             GO TO 1062-COUNT-ONE-ENTRY-EXIT
005810     END-READ.
005820     IF CDQ-PENDING
005830         ADD 1 TO MRN-PENDING-COUNT
005840         IF MRN-OLDEST-PENDING = ZERO
005850             MOVE CDQ-ENTRY-DATE TO MRN-OLDEST-PENDING
005860         END-IF
005870     END-IF.
005880*    CALDELTA APPLIES ONLY WHAT WAS APPROVED TODAY AND EXPIRES
005890*    AN APPROVED ENTRY KEYED ON AN EARLIER DAY.
005900     IF CDQ-APPROVED
005910         IF CDQ-ENTRY-DATE = MRN-TODAY
005920             ADD 1 TO MRN-APPROVED-COUNT
005930         ELSE
005940             ADD 1 TO MRN-STALE-APPROVED-COUNT
005950         END-IF
005960     END-IF.
005970
005980 1062-COUNT-ONE-ENTRY-EXIT.
005990     EXIT.
006000
006010******************************************************************
006020*    1070-COUNT-SOURCE-CHECKS - TestReadFile REWRITES SRCCHK
006030*    EVERY NIGHT, ONE LINE PER FEED THAT DID NOT ARRIVE AS THE
006040*    SRCREG REGISTRY EXPECTS.  ALERTS WERE RAISED THERE; HERE
006050*    THE FINDINGS ONLY NEED COUNTING FOR THE VERDICT.
006060******************************************************************
006070 1070-COUNT-SOURCE-CHECKS.
006080     OPEN INPUT MRN-SRC-CHECK-FILE.
006090     IF MRN-SRC-CHECK-STATUS NOT = '00'
006100         GO TO 1070-COUNT-SOURCE-CHECKS-EXIT
006110     END-IF.
006120     MOVE 'N' TO MRN-EOF-SW.
006130     PERFORM 1072-COUNT-ONE-CHECK THRU 1072-COUNT-ONE-CHECK-EXIT
006140         UNTIL MRN-END-OF-FILE.
006150     CLOSE MRN-SRC-CHECK-FILE.
006160
006170 1070-COUNT-SOURCE-CHECKS-EXIT.
006180     EXIT.
006190
006200 1072-COUNT-ONE-CHECK.
006210     READ MRN-SRC-CHECK-FILE
006220         AT END
006230             MOVE 'Y' TO MRN-EOF-SW
006240         NOT AT END
006250             ADD 1 TO MRN-SRC-CHECK-COUNT
006260     END-READ.
006270
006280 1072-COUNT-ONE-CHECK-EXIT.
006290     EXIT.
006300
006310******************************************************************
006320*    1080-CHECK-RESPONSES - EVERY RESPONSE FILE CALRESP SENT IS
006330*    LOGGED ON CALRSPLG AS PENDING UNTIL CALRACK POSTS THE
006340*    VENDOR'S VERDICT.  ONE STILL PENDING MORE THAN CALAKPRM DAYS
006350*    (DEFAULT 3) AFTER IT WENT OUT IS OVERDUE.
006360******************************************************************
006370 1080-CHECK-RESPONSES.
006380     OPEN INPUT MRN-ACK-PARM-FILE.
006390     IF MRN-ACK-PARM-STATUS = '00'
006400         READ MRN-ACK-PARM-FILE
006410             AT END
006420                 MOVE '10' TO MRN-ACK-PARM-STATUS
006430         END-READ
006440         IF MRN-ACK-PARM-STATUS = '00'
006450                 AND MRN-ACK-PARM-DAYS IS NUMERIC
006460                 AND MRN-ACK-PARM-DAYS > ZERO
006470             MOVE MRN-ACK-PARM-DAYS TO MRN-ACK-DAYS
006480         END-IF
006490         CLOSE MRN-ACK-PARM-FILE
006500     END-IF.
006510     OPEN INPUT MRN-RESPONSE-LOG-FILE.
006520     IF MRN-RESPONSE-LOG-STATUS NOT = '00'
006530         GO TO 1080-CHECK-RESPONSES-EXIT
006540     END-IF.
006550     MOVE FUNCTION CURRENT-DATE(1:8) TO MRN-TODAY.
006560     MOVE 'N' TO MRN-EOF-SW.
006570     PERFORM 1082-CHECK-ONE-RESPONSE
006580             THRU 1082-CHECK-ONE-RESPONSE-EXIT
006590         UNTIL MRN-END-OF-FILE.
006600     CLOSE MRN-RESPONSE-LOG-FILE.
006610
006620 1080-CHECK-RESPONSES-EXIT.
006630     EXIT.
006640
006650 1082-CHECK-ONE-RESPONSE.
006660     READ MRN-RESPONSE-LOG-FILE NEXT RECORD
006670         AT END
006680             MOVE 'Y' TO MRN-EOF-SW
006690             GO TO 1082-CHECK-ONE-RESPONSE-EXIT
006700     END-READ.
006710     IF NOT RLG-ACK-PENDING
006720             OR RLG-SENT-DATE NOT NUMERIC
006730             OR RLG-SENT-DATE = ZERO
006740         GO TO 1082-CHECK-ONE-RESPONSE-EXIT
006750     END-IF.
006760     COMPUTE MRN-AGE-DAYS =
006770         FUNCTION INTEGER-OF-DATE(MRN-TODAY)
006780         - FUNCTION INTEGER-OF-DATE(RLG-SENT-DATE).
006790     IF MRN-AGE-DAYS > MRN-ACK-DAYS
006800         ADD 1 TO MRN-OVERDUE-COUNT
006810         IF MRN-OLDEST-OVERDUE = ZERO
006820             MOVE RLG-RESPONSE-DATE TO MRN-OLDEST-OVERDUE
006830         END-IF
006840     END-IF.
006850
006860 1082-CHECK-ONE-RESPONSE-EXIT.
006870     EXIT.
006880
006890******************************************************************
006900*    1090-COUNT-DISPUTES - LINES THE VENDOR DISPUTED THAT NOBODY
006910*    HAS YET WORKED ON CALDSRES.
006920******************************************************************
006930 1090-COUNT-DISPUTES.
006940     OPEN INPUT MRN-DISPUTE-FILE.
006950     IF MRN-DISPUTE-STATUS NOT = '00'
006960         GO TO 1090-COUNT-DISPUTES-EXIT
006970     END-IF.
006980     MOVE 'N' TO MRN-EOF-SW.
006990     PERFORM 1092-COUNT-ONE-DISPUTE
007000             THRU 1092-COUNT-ONE-DISPUTE-EXIT
007010         UNTIL MRN-END-OF-FILE.
007020     CLOSE MRN-DISPUTE-FILE.
007030
007040 1090-COUNT-DISPUTES-EXIT.
007050     EXIT.
007060
007070 1092-COUNT-ONE-DISPUTE.
007080     READ MRN-DISPUTE-FILE NEXT RECORD
007090         AT END
007100             MOVE 'Y' TO MRN-EOF-SW
007110             GO TO 1092-COUNT-ONE-DISPUTE-EXIT
007120     END-READ.
007130     IF DSP-OPEN
007140         ADD 1 TO MRN-OPEN-DISPUTE-COUNT
007150     END-IF.
007160
007170 1092-COUNT-ONE-DISPUTE-EXIT.
007180     EXIT.
007190
007200******************************************************************
007210*    1095-SET-WARNINGS - A CORRECTION LEFT PENDING PAST THE
007220*    HANDOFF OR A RESPONSE FILE OVERDUE FOR ACKNOWLEDGEMENT MAKES
007230*    THE NIGHT A WARNING AND RAISES A WARNING ALERT.
007240******************************************************************
007250 1095-SET-WARNINGS.
007260     IF MRN-PENDING-COUNT > ZERO
007270         MOVE 'Y' TO MRN-WARNING-SW
007280         MOVE 'MORNRPT' TO ALR-STEP-NAME
007290         MOVE 'W' TO ALR-SEVERITY
007300         MOVE SPACES TO ALR-ALERT-TEXT
007310         STRING 'CORRECTIONS UNAPPROVED PAST HANDOFF: '
007320             MRN-PENDING-COUNT ' OLDEST ' MRN-OLDEST-PENDING
007330             DELIMITED BY SIZE INTO ALR-ALERT-TEXT
007340         CALL 'ALRTWRT' USING ALR-ALERT-PARM
007350     END-IF.
007360     IF MRN-OVERDUE-COUNT > ZERO
007370         MOVE 'MORNRPT' TO ALR-STEP-NAME
007380         MOVE 'W' TO ALR-SEVERITY
007390         MOVE SPACES TO ALR-ALERT-TEXT
007400         STRING 'RESPONSES UNACKNOWLEDGED BY VENDOR: '
007410             MRN-OVERDUE-COUNT ' OLDEST ' MRN-OLDEST-OVERDUE
007420             DELIMITED BY SIZE INTO ALR-ALERT-TEXT
007430         CALL 'ALRTWRT' USING ALR-ALERT-PARM
007440     END-IF.
007450
007460 1095-SET-WARNINGS-EXIT.
007470     EXIT.
007480
007490******************************************************************
007500*    3011-WRITE-FOLLOW-UP-ACTIONS - CORRECTIONS STILL IN THE
007510*    APPROVAL QUEUE, RESPONSE FILES THE VENDOR HAS NOT
007520*    ACKNOWLEDGED, DISPUTES STILL OPEN AND THE SRCCHK FEED
007530*    FINDINGS.
007540******************************************************************
007550 3011-WRITE-FOLLOW-UP-ACTIONS.
007560     IF MRN-PENDING-COUNT > ZERO
007570         MOVE SPACES TO MRN-ACTION-TEXT
007580         STRING 'CORRECTIONS AWAITING APPROVAL PAST HANDOFF: '
007590             MRN-PENDING-COUNT ' SINCE ' MRN-OLDEST-PENDING
007600             DELIMITED BY SIZE INTO MRN-ACTION-TEXT
007610         PERFORM 3020-WRITE-ACTION-LINE
007620                 THRU 3020-WRITE-ACTION-LINE-EXIT
007630     END-IF.
007640     IF MRN-APPROVED-COUNT > ZERO
007650         MOVE SPACES TO MRN-ACTION-TEXT
007660         STRING 'APPROVED TODAY, NOT YET APPLIED: '
007670             MRN-APPROVED-COUNT ' - RUN CALDELTA'
007680             DELIMITED BY SIZE INTO MRN-ACTION-TEXT
007690         PERFORM 3020-WRITE-ACTION-LINE
007700                 THRU 3020-WRITE-ACTION-LINE-EXIT
007710     END-IF.
007720     IF MRN-STALE-APPROVED-COUNT > ZERO
007730         MOVE SPACES TO MRN-ACTION-TEXT
007740         STRING 'APPROVED BEFORE TODAY: ' MRN-STALE-APPROVED-COUNT
007750             ' - CALDELTA EXPIRES THEM, RE-KEY ON CALDKEY'
007760             DELIMITED BY SIZE INTO MRN-ACTION-TEXT
007770         PERFORM 3020-WRITE-ACTION-LINE
007780                 THRU 3020-WRITE-ACTION-LINE-EXIT
007790     END-IF.
007800     IF MRN-OVERDUE-COUNT > ZERO
007810         MOVE SPACES TO MRN-ACTION-TEXT
007820         STRING 'RESPONSE FILES UNACKNOWLEDGED PAST ' MRN-ACK-DAYS
007830             ' DAYS: ' MRN-OVERDUE-COUNT ' OLDEST '
007840             MRN-OLDEST-OVERDUE DELIMITED BY SIZE
007850             INTO MRN-ACTION-TEXT
007860         PERFORM 3020-WRITE-ACTION-LINE
007870                 THRU 3020-WRITE-ACTION-LINE-EXIT
007880     END-IF.
007890     IF MRN-OPEN-DISPUTE-COUNT > ZERO
007900         MOVE SPACES TO MRN-ACTION-TEXT
007910         STRING 'VENDOR DISPUTES STILL OPEN: '
007920             MRN-OPEN-DISPUTE-COUNT ' - WORK THEM ON CALDSRES'
007930             DELIMITED BY SIZE INTO MRN-ACTION-TEXT
007940         PERFORM 3020-WRITE-ACTION-LINE
007950                 THRU 3020-WRITE-ACTION-LINE-EXIT
007960     END-IF.
007970     IF MRN-SRC-CHECK-COUNT > ZERO
007980         PERFORM 3012-WRITE-SOURCE-ACTIONS
007990                 THRU 3012-WRITE-SOURCE-ACTIONS-EXIT
008000     END-IF.
008010
008020 3011-WRITE-FOLLOW-UP-ACTIONS-EXIT.
008030     EXIT.
008040
008050******************************************************************
008060*    3012-WRITE-SOURCE-ACTIONS - ONE ACTION ITEM PER SRCCHK LINE:
008070*    THE SOURCE, WHAT WAS WRONG, WHAT ARRIVED AND WHAT THE
008080*    REGISTRY EXPECTED.  AN UNREGISTERED FEED HAS NO RANGE, SO
008090*    IT ASKS FOR A REGISTRY ROW INSTEAD.
008100******************************************************************
008110 3012-WRITE-SOURCE-ACTIONS.
008120     OPEN INPUT MRN-SRC-CHECK-FILE.
008130     IF MRN-SRC-CHECK-STATUS NOT = '00'
008140         GO TO 3012-WRITE-SOURCE-ACTIONS-EXIT
008150     END-IF.
008160     MOVE 'N' TO MRN-EOF-SW.
008170     PERFORM 3013-WRITE-ONE-SOURCE-ACTION
008180             THRU 3013-WRITE-ONE-SOURCE-ACTION-EXIT
008190         UNTIL MRN-END-OF-FILE.
008200     CLOSE MRN-SRC-CHECK-FILE.
008210
008220 3012-WRITE-SOURCE-ACTIONS-EXIT.
008230     EXIT.
008240
008250 3013-WRITE-ONE-SOURCE-ACTION.
008260     READ MRN-SRC-CHECK-FILE INTO SCK-CHECK-LINE
008270         AT END
008280             MOVE 'Y' TO MRN-EOF-SW
008290             GO TO 3013-WRITE-ONE-SOURCE-ACTION-EXIT
008300     END-READ.
008310     MOVE SPACES TO MRN-ACTION-TEXT.
008320     IF SCK-UNREGISTERED
008330         STRING 'SOURCE ' SCK-SOURCE-ID ' UNREGISTERED'
008340             ' - RECEIVED ' SCK-RECEIVED ' - ADD TO SRCREG'
008350             DELIMITED BY SIZE INTO MRN-ACTION-TEXT
008360     ELSE
008370         STRING 'SOURCE ' SCK-SOURCE-ID ' ' SCK-CONDITION
008380             ' RECEIVED ' SCK-RECEIVED ' EXPECTED '
008390             SCK-MIN-RECORDS '-' SCK-MAX-RECORDS
008400             DELIMITED BY SIZE INTO MRN-ACTION-TEXT
008410     END-IF.
008420     PERFORM 3020-WRITE-ACTION-LINE
008430             THRU 3020-WRITE-ACTION-LINE-EXIT.
008440
008450 3013-WRITE-ONE-SOURCE-ACTION-EXIT.
008460     EXIT.
008470
008480 3045-WRITE-FOLLOW-UP-COUNTS.
008490     MOVE 'RESUBMISSIONS HELD OUT..: ' TO MRN-CNT-LABEL.
008500     MOVE MRN-RESUB-COUNT TO MRN-CNT-VALUE.
008510     MOVE MRN-COUNT-LINE TO MRN-STATUS-RECORD.
008520     WRITE MRN-STATUS-RECORD.
008530     MOVE 'SOURCE DELIVERY FINDINGS: ' TO MRN-CNT-LABEL.
008540     MOVE MRN-SRC-CHECK-COUNT TO MRN-CNT-VALUE.
008550     MOVE MRN-COUNT-LINE TO MRN-STATUS-RECORD.
008560     WRITE MRN-STATUS-RECORD.
008570     MOVE 'RESPONSES OVERDUE.......: ' TO MRN-CNT-LABEL.
008580     MOVE MRN-OVERDUE-COUNT TO MRN-CNT-VALUE.
008590     MOVE MRN-COUNT-LINE TO MRN-STATUS-RECORD.
008600     WRITE MRN-STATUS-RECORD.
008610     MOVE 'VENDOR DISPUTES OPEN....: ' TO MRN-CNT-LABEL.
008620     MOVE MRN-OPEN-DISPUTE-COUNT TO MRN-CNT-VALUE.
008630     MOVE MRN-COUNT-LINE TO MRN-STATUS-RECORD.
008640     WRITE MRN-STATUS-RECORD.
008650
008660 3045-WRITE-FOLLOW-UP-COUNTS-EXIT.
008670     EXIT.
