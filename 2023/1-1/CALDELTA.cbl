000260*                   WAITS FOR THE REJFIX / RECYCLE / NEXT-NIGHT
000270*                   CHAIN - THE DAY'S NUMBERS ARE CORRECTABLE
000280*                   BEFORE THE AFTERNOON HANDOFF.
000281*                   CORRECTIONS COME FROM THE CALDQUE QUEUE;
000282*                   ONLY THOSE APPROVED ON CALDAPRV ARE APPLIED,
000283*                   AND CALADJRP NAMES WHO KEYED AND WHO APPROVED
000284*                   EACH.  EVERY CORRECTION APPLIED GOES ON THE
000285*                   CALRSUB REGISTER, SO A RESUBMITTED COPY IS
000286*                   HELD OUT; ON THE CALPPADJ LEDGER (THROUGH
000287*                   CALPPWRT) WHEN ITS MONTH IS ALREADY CLOSED;
000288*                   AND ON THE CALDLTAU AUDIT TRAIL, WHICH UNLIKE
000289*                   CALADJRP IS NEVER REWRITTEN.
000290*    MODIFICATION HISTORY:
000300*      2026-09-02  RJB  ORIGINAL.
000301*      2026-10-15  RJB  CALDICT LANGUAGE PER SOURCE FEED; APPROVED
000302*                       CALDQUE ENTRIES ONLY (EARLIER-DAY ONES
000303*                       EXPIRED), MAKER/CHECKER ON CALADJRP;
000304*                       CALRSUB ENTRIES UNDER THE CALCTL RUN DATE
000305*                       AND CALLCTL LOAD DATE; CLOSED-MONTH
000306*                       CORRECTIONS TO CALPPADJ THROUGH CALPPWRT;
000307*                       CALDLTAU AUDIT TRAIL.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CALDELTA.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT DLT-QUEUE-FILE ASSIGN TO 'CALDQUE'
000390         ORGANIZATION IS INDEXED
000392         ACCESS MODE IS SEQUENTIAL
000394         RECORD KEY IS CDQ-KEY
000400         FILE STATUS IS DLT-QUEUE-STATUS.
000410
000411     SELECT DLT-REGISTER-FILE ASSIGN TO 'CALRSUB'
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS RANDOM
000414         RECORD KEY IS RSB-KEY
000415         FILE STATUS IS DLT-REGISTER-STATUS.
000416
000420     SELECT DLT-MASTER-FILE ASSIGN TO 'CALMSTR'
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS CALM-SEQ-NO
000460         FILE STATUS IS DLT-MASTER-STATUS.
000470
000471     SELECT DLT-CAL-CONTROL-FILE ASSIGN TO 'CALCTL'
000472         ORGANIZATION IS LINE SEQUENTIAL
000473         FILE STATUS IS DLT-CAL-STATUS.
000474
000475     SELECT DLT-LOAD-CONTROL-FILE ASSIGN TO 'CALLCTL'
000476         ORGANIZATION IS LINE SEQUENTIAL
000477         FILE STATUS IS DLT-LOAD-STATUS.
000478
000480     SELECT DLT-ADJUST-FILE ASSIGN TO 'CALADJRP'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS DLT-ADJUST-STATUS.
000510
000512     SELECT DLT-AUDIT-FILE ASSIGN TO 'CALDLTAU'
000514         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS DLT-AUDIT-STATUS.
000518
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  DLT-QUEUE-FILE.
000550     COPY CALDQUEC.
000570
000572 FD  DLT-REGISTER-FILE.
000574     COPY CALRSUBC.
000576
000580 FD  DLT-MASTER-FILE.
000590     COPY CALMSTRC.
000600
000601 FD  DLT-CAL-CONTROL-FILE
000602     RECORDING MODE IS F.
000603 01  DLT-CAL-CONTROL-RECORD     PIC X(84).
000604
000605 FD  DLT-LOAD-CONTROL-FILE
000606     RECORDING MODE IS F.
000607 01  DLT-LOAD-CONTROL-RECORD    PIC X(84).
000608
000610 FD  DLT-ADJUST-FILE
000620     RECORDING MODE IS F.
000630 01  DLT-ADJUST-RECORD              PIC X(80).
000640
000642 FD  DLT-AUDIT-FILE
000644     RECORDING MODE IS F.
000646 01  DLT-AUDIT-RECORD           PIC X(100).
000648
000650 WORKING-STORAGE SECTION.
000660     COPY CALWORK.
000665     COPY CALDICTW.
000670     COPY DONNEE.
000672     COPY CALCTLWS.
000674     COPY CALPPWSL.
000676     COPY CALDAUDW.
000680
000690 77  DLT-QUEUE-STATUS           PIC X(02) VALUE '00'.
000700 77  DLT-MASTER-STATUS          PIC X(02) VALUE '00'.
000710 77  DLT-ADJUST-STATUS          PIC X(02) VALUE '00'.
000712 77  DLT-REGISTER-STATUS        PIC X(02) VALUE '00'.
000714 77  DLT-CAL-STATUS             PIC X(02) VALUE '00'.
000716 77  DLT-LOAD-STATUS            PIC X(02) VALUE '00'.
000718 77  DLT-AUDIT-STATUS           PIC X(02) VALUE '00'.
000720
000730 77  DLT-EOF-SW                 PIC X VALUE 'N'.
000740     88  DLT-END-OF-FILE                VALUE 'Y'.
000810 77  DLT-UPDATED-COUNT          PIC 9(05) VALUE ZERO.
000820 77  DLT-ADDED-COUNT            PIC 9(05) VALUE ZERO.
000830 77  DLT-REJECTED-COUNT         PIC 9(05) VALUE ZERO.
000835 77  DLT-EXPIRED-COUNT          PIC 9(05) VALUE ZERO.
000837 77  DLT-REGISTERED-COUNT       PIC 9(05) VALUE ZERO.
000838 77  DLT-LEDGERED-COUNT         PIC 9(05) VALUE ZERO.
000839 77  DLT-LEDGER-FAILED-COUNT    PIC 9(05) VALUE ZERO.
000840
000845 77  DLT-TODAY                  PIC 9(08) VALUE ZERO.
000847 77  DLT-RUN-DATE               PIC 9(08) VALUE ZERO.
000848 77  DLT-LOAD-DATE              PIC 9(08) VALUE ZERO.
000850 77  DLT-OLD-VALUE              PIC 9(02) VALUE ZERO.
000860 77  DLT-NET-CHANGE             PIC S9(03) VALUE ZERO.
000870 77  DLT-TOTAL-CHANGE           PIC S9(08) VALUE ZERO.
000880
000890 01  DLT-HEADING-LINE            PIC X(80) VALUE
000900     '===== CALDELTA SAME-DAY CORRECTION REPORT ====='.
000905 01  DLT-HEADING-LINE-2.
000910     05  FILLER                 PIC X(42) VALUE
000920         'SEQ-NO  ACTION   OLD-VAL  NEW-VAL  CHANGE'.
000924     05  FILLER                 PIC X(38) VALUE
000926         'MAKER     CHECKER'.
000930 01  DLT-ADJUST-LINE.
000940     05  DLT-ADJ-SEQ-NO         PIC 9(05).
000950     05  FILLER                 PIC X(03) VALUE SPACES.
001000     05  DLT-ADJ-NEW-VALUE      PIC ZZ9.
001010     05  FILLER                 PIC X(04) VALUE SPACES.
001020     05  DLT-ADJ-CHANGE         PIC ---9.
001022     05  FILLER                 PIC X(02) VALUE SPACES.
001024     05  DLT-ADJ-MAKER          PIC X(08).
001026     05  FILLER                 PIC X(02) VALUE SPACES.
001028     05  DLT-ADJ-CHECKER        PIC X(08).
001030 01  DLT-REJECT-LINE.
001040     05  DLT-REJ-SEQ-NO         PIC X(05).
001050     05  FILLER                 PIC X(03) VALUE SPACES.
001060     05  FILLER                 PIC X(45) VALUE
001070         'REJECTED - SEQUENCE NOT NUMERIC OR TEXT BLANK'.
001071 01  DLT-EXPIRED-LINE.
001072     05  DLT-EXP-SEQ-NO         PIC 9(05).
001073     05  FILLER                 PIC X(03) VALUE SPACES.
001074     05  FILLER                 PIC X(19) VALUE
001075         'EXPIRED - KEYED ON '.
001076     05  DLT-EXP-ENTRY-DATE     PIC 9(08).
001077     05  FILLER                 PIC X(26) VALUE
001078         ', MASTER REBUILT SINCE'.
001080 01  DLT-FOOTER-LINE.
001090     05  DLT-FTR-LABEL          PIC X(28).
001100     05  DLT-FTR-VALUE          PIC -------9.
001170                 THRU 2000-APPLY-CORRECTIONS-EXIT
001180             UNTIL DLT-END-OF-FILE
001190         PERFORM 8000-WRITE-FOOTER THRU 8000-WRITE-FOOTER-EXIT
001200         CLOSE DLT-QUEUE-FILE DLT-MASTER-FILE
001210               DLT-ADJUST-FILE DLT-REGISTER-FILE DLT-AUDIT-FILE
001220     END-IF.
001230     GO TO 9999-EXIT.
001240
001270
001280******************************************************************
001290*    1000-INITIALIZE - LOAD THE WORD-DIGIT TABLE ONCE, OPEN THE
001300*    CORRECTION QUEUE (I-O, TO MARK WHAT IS APPLIED), THE MASTER
001305*    (I-O, BY KEY), THE ADJUSTMENT REPORT AND THE RESUBMISSION
001310*    REGISTER (CREATED IF THIS IS ITS FIRST USE).  A MISSING
001320*    QUEUE IS A FAILED RUN - THE OPERATOR ASKED FOR CORRECTIONS
001321*    TO BE APPLIED AND NONE HAS EVER BEEN KEYED.  THE RUN DATE
001322*    OF THE MASTER BEING CORRECTED COMES FROM CALCTL (TODAY'S
001323*    DATE WHEN CALCTL IS MISSING OR CARRIES NO DATE); ITS LOAD
001324*    DATE COMES FROM CALLCTL, FALLING BACK TO THE RUN DATE, AS
001325*    CALARCH TAKES IT.  THE CALDLTAU AUDIT TRAIL IS OPENED FOR
001326*    APPEND (CREATED ON ITS FIRST USE); A TRAIL THAT CANNOT BE
001327*    OPENED FAILS THE RUN, AS NO CORRECTION MAY GO UNAUDITED.
001330******************************************************************
001340 1000-INITIALIZE.
001350     PERFORM 3001-INIT-WORD-TABLE THRU 3001-INIT-WORD-TABLE-EXIT.
001355     PERFORM 1010-READ-RUN-DATES THRU 1010-READ-RUN-DATES-EXIT.
001360     OPEN I-O DLT-QUEUE-FILE.
001370     IF DLT-QUEUE-STATUS NOT = '00'
001380         DISPLAY 'UNABLE TO OPEN CALDQUE - STATUS: '
001390             DLT-QUEUE-STATUS
001400         MOVE 'Y' TO DLT-ERROR-SW
001410         GO TO 1000-INITIALIZE-EXIT
001420     END-IF.
001450         DISPLAY 'UNABLE TO OPEN CALMSTR - STATUS: '
001460             DLT-MASTER-STATUS
001470         MOVE 'Y' TO DLT-ERROR-SW
001480         CLOSE DLT-QUEUE-FILE
001490         GO TO 1000-INITIALIZE-EXIT
001500     END-IF.
001510     OPEN OUTPUT DLT-ADJUST-FILE.
001530         DISPLAY 'UNABLE TO OPEN CALADJRP - STATUS: '
001540             DLT-ADJUST-STATUS
001550         MOVE 'Y' TO DLT-ERROR-SW
001560         CLOSE DLT-QUEUE-FILE DLT-MASTER-FILE
001570         GO TO 1000-INITIALIZE-EXIT
001580     END-IF.
001581     PERFORM 1020-OPEN-REGISTER-AND-TRAIL
001582             THRU 1020-OPEN-REGISTER-AND-TRAIL-EXIT.
001583     IF DLT-RUN-IN-ERROR
001584         GO TO 1000-INITIALIZE-EXIT
001585     END-IF.
001590     MOVE DLT-HEADING-LINE TO DLT-ADJUST-RECORD.
001600     WRITE DLT-ADJUST-RECORD.
001610     MOVE DLT-HEADING-LINE-2 TO DLT-ADJUST-RECORD.
001650     EXIT.
001660
001670******************************************************************
001680*    2000-APPLY-CORRECTIONS - READ ONE QUEUE ENTRY; ANYTHING
001685*    NOT APPROVED IS LEFT ALONE.  VALIDATE THE SAME BASICS
001690*    TestReadFile CHECKS ON A FEED RECORD AND APPLY IT TO THE
001700*    MASTER BY KEY.  A KEY ALREADY ON THE MASTER IS UPDATED IN
001710*    PLACE; A NEW KEY (A LINE THE FEED NEVER CARRIED) IS ADDED.
001720*    EITHER WAY THE LINE IS RERUN THROUGH 3000-FINDVAL, THE
001730*    ADJUSTMENT LINE SHOWS THE MOVEMENT AND THE ENTRY IS MARKED
001734*    APPLIED.  AN APPROVED ENTRY KEYED ON AN EARLIER DAY WAS
001736*    KEYED AGAINST A MASTER THE NIGHT HAS SINCE REBUILT, SO IT
001738*    IS MARKED EXPIRED AND LISTED INSTEAD.
001740******************************************************************
001750 2000-APPLY-CORRECTIONS.
001760     READ DLT-QUEUE-FILE NEXT RECORD
001770         AT END
001780             MOVE 'Y' TO DLT-EOF-SW
001790             GO TO 2000-APPLY-CORRECTIONS-EXIT
001800     END-READ.
001802     IF NOT CDQ-APPROVED
001804         GO TO 2000-APPLY-CORRECTIONS-EXIT
001806     END-IF.
001810     ADD 1 TO DLT-CORRECTION-COUNT.
001811     IF CDQ-ENTRY-DATE NOT = DLT-TODAY
001812         PERFORM 2060-EXPIRE-ENTRY THRU 2060-EXPIRE-ENTRY-EXIT
001813         GO TO 2000-APPLY-CORRECTIONS-EXIT
001814     END-IF.
001820     MOVE SPACES TO DONNEE-RECORD.
001823     MOVE CDQ-SEQ-NO TO DONNEE-SEQ-NO.
001826     MOVE CDQ-CALIB-TEXT TO DONNEE-CALIB-TEXT.
001830     IF DONNEE-SEQ-NO NOT NUMERIC
001840             OR DONNEE-CALIB-TEXT = SPACES
001850         PERFORM 2050-WRITE-REJECT-LINE
001940             THRU 2030-STORE-MASTER-RECORD-EXIT.
001950     PERFORM 2040-WRITE-ADJUSTMENT-LINE
001960             THRU 2040-WRITE-ADJUSTMENT-LINE-EXIT.
001962     IF DLT-MASTER-STATUS = '00'
001964         PERFORM 2065-RECORD-APPLIED THRU 2065-RECORD-APPLIED-EXIT
001966     END-IF.
001970
001980 2000-APPLY-CORRECTIONS-EXIT.
001990     EXIT.
002309         MOVE 'CALDELTA' TO CALM-SOURCE-ID
002311     END-IF.
002312     MOVE DONNEE-CALIB-TEXT TO CAL-STRVALEUR.
002314     MOVE CALM-SOURCE-ID TO CAL-LINE-SOURCE-ID.
002316     PERFORM 3002-SELECT-LINE-LANGUAGE
002318             THRU 3002-SELECT-LINE-LANGUAGE-EXIT.
002320     MOVE 'N' TO CAL-FOUND-NUMERIC-SW.
002330     PERFORM 3000-FINDVAL THRU 3000-FINDVAL-EXIT
002340         VARYING CAL-COUNTER FROM 1 BY 1
002820     MOVE DLT-OLD-VALUE TO DLT-ADJ-OLD-VALUE.
002830     MOVE CALM-VALUE TO DLT-ADJ-NEW-VALUE.
002840     MOVE DLT-NET-CHANGE TO DLT-ADJ-CHANGE.
002842     MOVE CDQ-MAKER-ID TO DLT-ADJ-MAKER.
002844     MOVE CDQ-CHECKER-ID TO DLT-ADJ-CHECKER.
002850     MOVE DLT-ADJUST-LINE TO DLT-ADJUST-RECORD.
002860     WRITE DLT-ADJUST-RECORD.
002862     IF DLT-MASTER-STATUS = '00'
002864         PERFORM 2045-WRITE-AUDIT-LINE
002866                 THRU 2045-WRITE-AUDIT-LINE-EXIT
002868     END-IF.
002870
002880 2040-WRITE-ADJUSTMENT-LINE-EXIT.
002890     EXIT.
002900
002910 2050-WRITE-REJECT-LINE.
002920     ADD 1 TO DLT-REJECTED-COUNT.
002930     MOVE CDQ-SEQ-NO TO DLT-REJ-SEQ-NO.
002940     MOVE DLT-REJECT-LINE TO DLT-ADJUST-RECORD.
002950     WRITE DLT-ADJUST-RECORD.
002960
003030*    AFTERNOON HANDOFF CAN QUOTE THE CORRECTED FIGURE.
003040******************************************************************
003050 8000-WRITE-FOOTER.
003060     MOVE 'APPROVED CORRECTIONS....: ' TO DLT-FTR-LABEL.
003070     MOVE DLT-CORRECTION-COUNT TO DLT-FTR-VALUE.
003080     MOVE DLT-FOOTER-LINE TO DLT-ADJUST-RECORD.
003090     WRITE DLT-ADJUST-RECORD.
003190     MOVE DLT-REJECTED-COUNT TO DLT-FTR-VALUE.
003200     MOVE DLT-FOOTER-LINE TO DLT-ADJUST-RECORD.
003210     WRITE DLT-ADJUST-RECORD.
003211     MOVE 'EXPIRED UNAPPLIED.......: ' TO DLT-FTR-LABEL.
003212     MOVE DLT-EXPIRED-COUNT TO DLT-FTR-VALUE.
003213     MOVE DLT-FOOTER-LINE TO DLT-ADJUST-RECORD.
003214     WRITE DLT-ADJUST-RECORD.
003215     MOVE 'PRIOR-PERIOD ADJUSTMENTS: ' TO DLT-FTR-LABEL.
003216     MOVE DLT-LEDGERED-COUNT TO DLT-FTR-VALUE.
003217     MOVE DLT-FOOTER-LINE TO DLT-ADJUST-RECORD.
003218     WRITE DLT-ADJUST-RECORD.
003219     IF DLT-LEDGER-FAILED-COUNT > ZERO
003220         MOVE 'PRIOR-PERIOD NOT LEDGERED: ' TO DLT-FTR-LABEL
003221         MOVE DLT-LEDGER-FAILED-COUNT TO DLT-FTR-VALUE
003222         MOVE DLT-FOOTER-LINE TO DLT-ADJUST-RECORD
003223         WRITE DLT-ADJUST-RECORD
003224     END-IF.
003225     MOVE 'NET GRAND TOTAL CHANGE..: ' TO DLT-FTR-LABEL.
003230     MOVE DLT-TOTAL-CHANGE TO DLT-FTR-VALUE.
003240     MOVE DLT-FOOTER-LINE TO DLT-ADJUST-RECORD.
003250     WRITE DLT-ADJUST-RECORD.
003260     DISPLAY 'CALDELTA COMPLETE - UPDATED: ' DLT-UPDATED-COUNT
003270         ' ADDED: ' DLT-ADDED-COUNT
003280         ' REJECTED: ' DLT-REJECTED-COUNT
003285         ' EXPIRED: ' DLT-EXPIRED-COUNT
003287         ' REGISTERED: ' DLT-REGISTERED-COUNT
003288         ' PRIOR-PERIOD: ' DLT-LEDGERED-COUNT
003290         ' NET CHANGE: ' DLT-TOTAL-CHANGE.
003300
003310 8000-WRITE-FOOTER-EXIT.
003380         MOVE 8 TO RETURN-CODE
003390     ELSE
003400         IF DLT-REJECTED-COUNT > ZERO
003405                 OR DLT-EXPIRED-COUNT > ZERO
003407                 OR DLT-LEDGER-FAILED-COUNT > ZERO
003410             MOVE 4 TO RETURN-CODE
003420         ELSE
003430             MOVE 0 TO RETURN-CODE
003440         END-IF
003450     END-IF.
003460     GOBACK.
003470
003480******************************************************************
003490*    1010-READ-RUN-DATES - THE RUN DATE OF THE MASTER BEING
003500*    CORRECTED FROM CALCTL AND ITS LOAD DATE FROM CALLCTL, WITH
003510*    TODAY AND THEN THE RUN DATE AS THE FALLBACKS.
003520******************************************************************
003530 1010-READ-RUN-DATES.
003540     MOVE FUNCTION CURRENT-DATE(1:8) TO DLT-TODAY.
003550     MOVE DLT-TODAY TO DLT-RUN-DATE.
003560     OPEN INPUT DLT-CAL-CONTROL-FILE.
003570     IF DLT-CAL-STATUS = '00'
003580         READ DLT-CAL-CONTROL-FILE INTO CTL-CONTROL-LINE
003590             AT END
003600                 MOVE SPACES TO CTL-RUN-DATE
003610         END-READ
003620         CLOSE DLT-CAL-CONTROL-FILE
003630         IF CTL-RUN-DATE IS NUMERIC
003640             MOVE CTL-RUN-DATE TO DLT-RUN-DATE
003650         END-IF
003660     END-IF.
003670     MOVE DLT-RUN-DATE TO DLT-LOAD-DATE.
003680     OPEN INPUT DLT-LOAD-CONTROL-FILE.
003690     IF DLT-LOAD-STATUS = '00'
003700         READ DLT-LOAD-CONTROL-FILE INTO CTL-CONTROL-LINE
003710             AT END
003720                 MOVE SPACES TO CTL-RUN-DATE
003730         END-READ
003740         CLOSE DLT-LOAD-CONTROL-FILE
003750         IF CTL-RUN-DATE IS NUMERIC
003760             MOVE CTL-RUN-DATE TO DLT-LOAD-DATE
003770         END-IF
003780     END-IF.
003790
003800 1010-READ-RUN-DATES-EXIT.
003810     EXIT.
003820
003830******************************************************************
003840*    1020-OPEN-REGISTER-AND-TRAIL - CALRSUB FOR UPDATE AND THE
003850*    CALDLTAU TRAIL FOR APPEND, EACH CREATED ON ITS FIRST USE.
003860*    EITHER ONE FAILING FAILS THE RUN WITH THE FILES ALREADY
003870*    OPEN CLOSED AGAIN.
003880******************************************************************
003890 1020-OPEN-REGISTER-AND-TRAIL.
003900     OPEN I-O DLT-REGISTER-FILE.
003910     IF DLT-REGISTER-STATUS = '35'
003920         OPEN OUTPUT DLT-REGISTER-FILE
003930         CLOSE DLT-REGISTER-FILE
003940         OPEN I-O DLT-REGISTER-FILE
003950     END-IF.
003960     IF DLT-REGISTER-STATUS NOT = '00'
003970         DISPLAY 'UNABLE TO OPEN CALRSUB - STATUS: '
003980             DLT-REGISTER-STATUS
003990         MOVE 'Y' TO DLT-ERROR-SW
004000         CLOSE DLT-QUEUE-FILE DLT-MASTER-FILE DLT-ADJUST-FILE
004010         GO TO 1020-OPEN-REGISTER-AND-TRAIL-EXIT
004020     END-IF.
004030     OPEN EXTEND DLT-AUDIT-FILE.
004040     IF DLT-AUDIT-STATUS = '35'
004050         OPEN OUTPUT DLT-AUDIT-FILE
004060     END-IF.
004070     IF DLT-AUDIT-STATUS NOT = '00'
004080         DISPLAY 'UNABLE TO OPEN CALDLTAU - STATUS: '
004090             DLT-AUDIT-STATUS
004100         MOVE 'Y' TO DLT-ERROR-SW
004110         CLOSE DLT-QUEUE-FILE DLT-MASTER-FILE DLT-ADJUST-FILE
004120               DLT-REGISTER-FILE
004130         GO TO 1020-OPEN-REGISTER-AND-TRAIL-EXIT
004140     END-IF.
004150
004160 1020-OPEN-REGISTER-AND-TRAIL-EXIT.
004170     EXIT.
004180
004190******************************************************************
004200*    2045-WRITE-AUDIT-LINE - THE STORED CORRECTION'S LINE ON THE
004210*    CALDLTAU TRAIL, FROM THE SAME FIGURES AS THE CALADJRP LINE.
004220******************************************************************
004230 2045-WRITE-AUDIT-LINE.
004240     MOVE DLT-TODAY TO CDA-DATE.
004250     MOVE CDQ-MAKER-ID TO CDA-MAKER.
004260     MOVE CDQ-CHECKER-ID TO CDA-CHECKER.
004270     MOVE CALM-SEQ-NO TO CDA-SEQ-NO.
004280     MOVE DLT-OLD-VALUE TO CDA-OLD-VALUE.
004290     MOVE CALM-VALUE TO CDA-NEW-VALUE.
004300     MOVE DLT-ADJ-ACTION TO CDA-ACTION.
004310     MOVE DLT-RUN-DATE TO CDA-RUN-DATE.
004320     MOVE CDQ-ENTRY-DATE TO CDA-ENTRY-DATE.
004330     MOVE CDQ-ENTRY-TIME TO CDA-ENTRY-TIME.
004340     MOVE CDQ-SEQ-NO TO CDA-ENTRY-SEQ-NO.
004350     MOVE CDA-AUDIT-LINE TO DLT-AUDIT-RECORD.
004360     WRITE DLT-AUDIT-RECORD.
004370     IF DLT-AUDIT-STATUS NOT = '00'
004380         DISPLAY 'CALDLTAU WRITE FAILED - STATUS: '
004390             DLT-AUDIT-STATUS ' SEQ: ' CALM-SEQ-NO
004400         MOVE 'Y' TO DLT-ERROR-SW
004410     END-IF.
004420
004430 2045-WRITE-AUDIT-LINE-EXIT.
004440     EXIT.
004450
004460 2060-EXPIRE-ENTRY.
004470     ADD 1 TO DLT-EXPIRED-COUNT.
004480     MOVE CDQ-SEQ-NO TO DLT-EXP-SEQ-NO.
004490     MOVE CDQ-ENTRY-DATE TO DLT-EXP-ENTRY-DATE.
004500     MOVE DLT-EXPIRED-LINE TO DLT-ADJUST-RECORD.
004510     WRITE DLT-ADJUST-RECORD.
004520     MOVE 'X' TO CDQ-STATUS.
004530     PERFORM 2070-REWRITE-QUEUE-ENTRY
004540             THRU 2070-REWRITE-QUEUE-ENTRY-EXIT.
004550
004560 2060-EXPIRE-ENTRY-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600*    2065-RECORD-APPLIED - A CORRECTION NOW ON THE MASTER GOES
004610*    ON THE RESUBMISSION REGISTER AND, FOR A CLOSED MONTH, THE
004620*    PRIOR-PERIOD LEDGER, AND ITS QUEUE ENTRY IS MARKED APPLIED.
004630******************************************************************
004640 2065-RECORD-APPLIED.
004650     PERFORM 2080-REGISTER-CORRECTION
004660             THRU 2080-REGISTER-CORRECTION-EXIT.
004670     PERFORM 2090-LEDGER-PRIOR-PERIOD
004680             THRU 2090-LEDGER-PRIOR-PERIOD-EXIT.
004690     MOVE 'D' TO CDQ-STATUS.
004700     MOVE DLT-TODAY TO CDQ-APPLIED-DATE.
004710     PERFORM 2070-REWRITE-QUEUE-ENTRY
004720             THRU 2070-REWRITE-QUEUE-ENTRY-EXIT.
004730
004740 2065-RECORD-APPLIED-EXIT.
004750     EXIT.
004760
004770 2070-REWRITE-QUEUE-ENTRY.
004780     REWRITE CDQ-QUEUE-RECORD.
004790     IF DLT-QUEUE-STATUS NOT = '00'
004800         DISPLAY 'CALDQUE UPDATE FAILED - STATUS: '
004810             DLT-QUEUE-STATUS ' SEQ: ' CDQ-SEQ-NO
004820         MOVE 'Y' TO DLT-ERROR-SW
004830     END-IF.
004840
004850 2070-REWRITE-QUEUE-ENTRY-EXIT.
004860     EXIT.
004870
004880******************************************************************
004890*    2080-REGISTER-CORRECTION - ENTER THE CORRECTED READING ON
004900*    THE CALRSUB REGISTER UNDER THE NIGHT BEING CORRECTED - THE
004910*    CALCTL RUN DATE AND THE CALLCTL LOAD DATE - SO THE NEXT
004920*    LOAD, WHATEVER DAY IT RUNS, SEES AN EARLIER LOAD'S ENTRY
004930*    AND HOLDS A RECYCLED COPY OF THE READING OUT.  A LINE ADDED
004940*    THROUGH THE QUEUE (STAMPED CALDELTA) IS FILED UNDER
004950*    CORRECTN, THE SOURCE A RECYCLED READING IS LOOKED UP UNDER.
004960*    A READING ALREADY REGISTERED KEEPS ITS FIRST ENTRY.
004970******************************************************************
004980 2080-REGISTER-CORRECTION.
004990     MOVE SPACES TO RSB-REGISTER-RECORD.
005000     MOVE CALM-SOURCE-ID TO RSB-SOURCE-ID.
005010     IF CALM-SOURCE-ID = 'RECYCLE'
005020        OR CALM-SOURCE-ID = 'CALDELTA'
005030         MOVE 'CORRECTN' TO RSB-SOURCE-ID
005040     END-IF.
005050     MOVE CALM-SEQ-NO TO RSB-SEQ-NO.
005060     MOVE CALM-CALIB-TEXT TO RSB-CALIB-TEXT.
005070     MOVE DLT-RUN-DATE TO RSB-RUN-DATE.
005080     MOVE DLT-LOAD-DATE TO RSB-LOAD-DATE.
005090     MOVE 'D' TO RSB-ORIGIN.
005100     WRITE RSB-REGISTER-RECORD.
005110     EVALUATE DLT-REGISTER-STATUS
005120         WHEN '00'
005130             ADD 1 TO DLT-REGISTERED-COUNT
005140         WHEN '22'
005150             CONTINUE
005160         WHEN OTHER
005170             DISPLAY 'CALRSUB WRITE FAILED - STATUS: '
005180                 DLT-REGISTER-STATUS ' SEQ: ' RSB-SEQ-NO
005190             MOVE 'Y' TO DLT-ERROR-SW
005200     END-EVALUATE.
005210
005220 2080-REGISTER-CORRECTION-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260*    2090-LEDGER-PRIOR-PERIOD - OFFER THE APPLIED CORRECTION TO
005270*    CALPPWRT, WHICH LEDGERS IT ONLY IF THE RUN DATE'S MONTH IS
005280*    ALREADY CLOSED ON CALMSUM.  THE QUEUE KEY MAKES A RERUN
005290*    HARMLESS.  A LEDGER THAT CANNOT BE WRITTEN LEAVES THE MASTER
005300*    CORRECTED BUT WARNS THE RUN - THE CLOSED MONTH'S RESTATED
005310*    FIGURE WOULD OTHERWISE BE WRONG WITHOUT ANYONE KNOWING.
005320******************************************************************
005330 2090-LEDGER-PRIOR-PERIOD.
005340     MOVE 'D' TO PPW-ORIGIN.
005350     MOVE CDQ-KEY TO PPW-ORIGIN-KEY.
005360     MOVE DLT-RUN-DATE TO PPW-READING-DATE.
005370     MOVE CALM-SEQ-NO TO PPW-SEQ-NO.
005380     MOVE DLT-OLD-VALUE TO PPW-OLD-VALUE.
005390     MOVE CALM-VALUE TO PPW-NEW-VALUE.
005400     MOVE CDQ-MAKER-ID TO PPW-RECORDED-BY.
005410     MOVE CDQ-CHECKER-ID TO PPW-APPROVED-BY.
005420     CALL 'CALPPWRT' USING PPW-ADJUST-PARM.
005430     IF PPW-LEDGERED
005440         ADD 1 TO DLT-LEDGERED-COUNT
005450     END-IF.
005460     IF PPW-LEDGER-FAILED
005470         ADD 1 TO DLT-LEDGER-FAILED-COUNT
005480     END-IF.
005490
005500 2090-LEDGER-PRIOR-PERIOD-EXIT.
005510     EXIT.
