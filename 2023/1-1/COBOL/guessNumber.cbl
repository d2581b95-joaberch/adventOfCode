000200*                   THE GNLOG SESSION LOG.  A ROUND IN PROGRESS
000210*                   IS CHECKPOINTED TO GNCKPT AFTER EVERY GUESS
000220*                   SO AN INTERRUPTED SESSION CAN BE RESUMED.
000221*                   THE PIN IS TAKEN AT SIGN-ON, WITH A NEW PIN
000222*                   WHEN OPRSIGN ASKS FOR ONE.  A SUPERVISOR MAY
000223*                   SET A CERTIFICATION EXAM ON GNEXAM; IT IS
000224*                   OFFERED AT SIGN-ON AND SAT WITH A SUPERVISOR
000225*                   SIGNED ON BESIDE THE OPERATOR.  ITS FIXED,
000226*                   SEEDED ROUNDS ARE NOT CHECKPOINTED AND GO TO
000227*                   GNEXLOG ONLY.  EACH EXAM IS SAT ONCE, AND NOT
000228*                   AT ALL WITHOUT A WORKING GNEXLOG; A PASS IS
000229*                   RECORDED ON OPRMAST.
000230*    MODIFICATION HISTORY:
000240*      2023-12-01  RJB  ORIGINAL - SINGLE ROUND, 1-99, HARDCODED.
000250*      2026-08-08  RJB  ADDED SESSION LOG (GNLOG) WRITTEN WHEN A
000665*                       AGAINST THE TARGET, AND THE WEEK'S WIN
000666*                       RATE AGAINST THE TARGET RATE.  NO GOAL
000667*                       ON FILE, NO EXTRA LINE.
000668*      2026-10-15  RJB  SIGN-ON PIN; GNEXAM CERTIFICATION EXAM.
000669******************************************************************
000670 IDENTIFICATION DIVISION.
000680 PROGRAM-ID. guessNumber.
000690
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS GN-PARM-STATUS.
000760
000761     SELECT GN-MASTER-FILE ASSIGN TO 'OPRMAST'
000762         ORGANIZATION IS INDEXED
000763         ACCESS MODE IS RANDOM
000764         RECORD KEY IS OPR-OPERATOR-ID
000765         FILE STATUS IS GN-MASTER-STATUS.
000766
000770     SELECT GN-LOG-FILE ASSIGN TO 'GNLOG'
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS GN-LOG-STATUS.
000837         RECORD KEY IS GOL-OPERATOR-ID
000838         FILE STATUS IS GN-GOALS-STATUS.
000840
000841     SELECT GN-EXAM-FILE ASSIGN TO 'GNEXAM'
000842         ORGANIZATION IS LINE SEQUENTIAL
000843         FILE STATUS IS GN-EXAM-STATUS.
000844
000845     SELECT GN-EXAM-LOG-FILE ASSIGN TO 'GNEXLOG'
000846         ORGANIZATION IS LINE SEQUENTIAL
000847         FILE STATUS IS GN-EXLOG-STATUS.
000848
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  GN-PARM-FILE
000930     05  FILLER                 PIC X(01) VALUE SPACES.
000940     05  GN-PARM-MAX-ATTEMPTS   PIC 9(03).
000950
000952 FD  GN-MASTER-FILE.
000954     COPY OPRMSTRC.
000956
000960 FD  GN-LOG-FILE
000970     RECORDING MODE IS F.
000980     COPY GNLOG.
001024 FD  GN-GOALS-FILE.
001026     COPY GNGOALRC.
001030
001031 FD  GN-EXAM-FILE
001032     RECORDING MODE IS F.
001033     COPY GNEXAMC.
001034
001035 FD  GN-EXAM-LOG-FILE
001036     RECORDING MODE IS F.
001037 01  GN-EXAM-LOG-RECORD         PIC X(80).
001038
001040 WORKING-STORAGE SECTION.
001050     COPY GNLOGWS.
001052     COPY OPRSIGNL.
001054     COPY GNEXLGW.
001056     COPY GNEXAMW.
001060
001070 01  GN-CKPT-LINE.
001080     05  GN-CKPT-NB-ALEATOIRE   PIC 9(03).
001350 77  GN-HIGH-RANGE-ED           PIC ZZ9.
001360 77  GN-PROMPT-TEXT             PIC X(40) VALUE SPACES.
001370
001372 77  GN-EXAM-STATUS             PIC X(02) VALUE '00'.
001374 77  GN-EXLOG-STATUS            PIC X(02) VALUE '00'.
001376 77  GN-MASTER-STATUS           PIC X(02) VALUE '00'.
001380 77  GN-PARM-STATUS             PIC X(02) VALUE '00'.
001390 77  GN-LOG-STATUS              PIC X(02) VALUE '00'.
001400 77  GN-CKPT-STATUS             PIC X(02) VALUE '00'.
001700 01  S-PLG-OPERATOR-ID.
001710     05  LINE 3 COL 8 VALUE 'Identifiant operateur : '.
001720     05  PIC X(08) TO GN-OPERATOR-ID REQUIRED.
001722     05  LINE 3 COL 44 VALUE 'PIN : '.
001724     05  PIC X(06) TO OPS-PIN SECURE.
001726     05  LINE 3 COL 58 VALUE 'Nouveau PIN : '.
001728     05  PIC X(06) TO OPS-NEW-PIN SECURE.
001730
001731 01  S-PLG-EXAM-OFFER.
001732     05  LINE 12 COL 8 VALUE 'Examen de certification '.
001733     05  LINE 12 COL 32 PIC X(08) FROM GN-EXAM-ID.
001734     05  LINE 12 COL 41 VALUE '(O/N) : '.
001735     05  PIC X(01) TO GN-EXAM-ANSWER.
001736
001740 01  S-PLG-PROFILE.
001750     05  LINE 5 COL 8 VALUE 'Parties jouees.... : '.
001760     05  LINE 5 COL 30 PIC ZZZZ9 FROM GN-PROF-GAMES.
001890     05  LINE 11 COL 8 VALUE 'Votre choix : '.
001900     05  PIC X(01) TO GN-LEVEL-ANSWER.
001910
001911 01  S-PLG-SUPERVISOR.
001912     05  LINE 13 COL 8 VALUE 'Superviseur present.. : '.
001913     05  PIC X(08) TO GN-SUPERVISOR-ID REQUIRED.
001914     05  LINE 13 COL 44 VALUE 'PIN : '.
001915     05  PIC X(06) TO OPS-PIN SECURE.
001916
001917 01  S-PLG-EXAM-RESULT.
001918     05  LINE 7 COL 8 PIC X(50) FROM GN-EXAM-TEXT.
001919
001920 01  S-PLG-STRVALEUR.
001930     05  LINE 5 COL 8 PIC X(40) FROM GN-PROMPT-TEXT.
001940     05  PIC 9(03) TO GN-USR-VALUE REQUIRED.
001950
001951 01  S-PLG-EXAM-ROUND.
001952     05  LINE 2 COL 8 VALUE 'Examen - manche '.
001953     05  LINE 2 COL 24 PIC Z9 FROM GN-EXAM-ROUND.
001954     05  LINE 2 COL 27 VALUE '/'.
001955     05  LINE 2 COL 29 PIC Z9 FROM GN-EXAM-ROUNDS.
001956
001960 01  S-PLG-RESUME.
001970     05  LINE 5 COL 8
001980         VALUE 'Reprendre la partie interrompue (O/N) : '.
002050 PROCEDURE DIVISION.
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002072     IF OPS-SIGNON-REFUSED OR GN-EXAM-REFUSED OR GN-EXAM-MODE
002074         GO TO 9999-EXIT
002076     END-IF.
002080     MOVE 'Y' TO GN-PLAY-AGAIN-SW.
002150
002160******************************************************************
002170*    1000-INITIALIZE - LOAD THE RANGE/ATTEMPT-CAP PARAMETERS,
002180*    GET THE OPERATOR ID FOR THE SESSION LOG, OFFER THE
002185*    CERTIFICATION EXAM WHEN ONE IS SET, AND OTHERWISE OFFER TO
002190*    RESUME AN INTERRUPTED ROUND IF A CHECKPOINT EXISTS.
002200******************************************************************
002210 1000-INITIALIZE.
002238     END-IF.
002239     PERFORM 1025-LOAD-GOAL THRU 1025-LOAD-GOAL-EXIT.
002240     PERFORM 1030-LOAD-PROFILE THRU 1030-LOAD-PROFILE-EXIT.
002242     PERFORM 1060-OFFER-EXAM THRU 1060-OFFER-EXAM-EXIT.
002244     IF GN-EXAM-MODE OR GN-EXAM-REFUSED
002246         GO TO 1000-INITIALIZE-EXIT
002248     END-IF.
002250     PERFORM 1040-OFFER-DIFFICULTY
002260             THRU 1040-OFFER-DIFFICULTY-EXIT.
002270     PERFORM 1020-CHECK-CHECKPOINT
004710 2010-GUESS-LOOP.
004720     ACCEPT S-PLG-STRVALEUR.
004730     ADD 1 TO GN-CTR.
004732     IF NOT GN-EXAM-MODE
004734         PERFORM 2050-SAVE-CHECKPOINT
004740                 THRU 2050-SAVE-CHECKPOINT-EXIT
004745     END-IF.
004750     IF GN-USR-VALUE = GN-NB-ALEATOIRE
004760         DISPLAY 'Bravo, nombre de coups joues : ' LINE 1
004770         DISPLAY GN-CTR COL 32
005670
005680 2110-GET-RANDOM-NUMBER.
005690     MOVE FUNCTION CURRENT-DATE(9:8) TO GN-SEED.
005691     PERFORM 2115-DRAW-FROM-SEED THRU 2115-DRAW-FROM-SEED-EXIT.
005692
005693 2110-GET-RANDOM-NUMBER-EXIT.
005694     EXIT.
005695
005696*    THE SAME SEED OVER THE SAME RANGE ALWAYS DRAWS THE SAME
005697*    NUMBER - WHAT MAKES AN EXAM ROUND REPEATABLE.
005698 2115-DRAW-FROM-SEED.
005700     COMPUTE GN-NB-ALEATOIRE =
005710         FUNCTION RANDOM(GN-SEED)
005720             * (GN-HIGH-RANGE - GN-LOW-RANGE + 1)
005730         + GN-LOW-RANGE.
005740
005750 2115-DRAW-FROM-SEED-EXIT.
005760     EXIT.
005770
005780 9999-EXIT.
005790     STOP RUN.
005800
005810******************************************************************
005820*    1060-OFFER-EXAM - WHEN A SUPERVISOR HAS SET AN EXAM, OFFER
005830*    IT.  A SITTING NEEDS A SUPERVISOR OTHER THAN THE CANDIDATE
005840*    TO SIGN ON (LEVEL 3) BESIDE THEM, AND IS REFUSED WHEN THIS
005850*    OPERATOR HAS ALREADY SAT THIS EXAM - THE NUMBERS ARE FIXED,
005860*    SO A SECOND SITTING WOULD BE A REPLAY.  A REFUSED SITTING
005870*    ENDS THE SESSION RATHER THAN DROPPING INTO PRACTICE, AND
005880*    SO DOES AN ACCEPTED ONE, WHICH IS RUN FROM HERE.
005890******************************************************************
005900 1060-OFFER-EXAM.
005910     PERFORM 1065-LOAD-EXAM THRU 1065-LOAD-EXAM-EXIT.
005920     IF NOT GN-EXAM-AVAILABLE
005930         GO TO 1060-OFFER-EXAM-EXIT
005940     END-IF.
005950     MOVE SPACE TO GN-EXAM-ANSWER.
005960     ACCEPT S-PLG-EXAM-OFFER.
005970     IF GN-EXAM-ANSWER NOT = 'O' AND GN-EXAM-ANSWER NOT = 'o'
005980         GO TO 1060-OFFER-EXAM-EXIT
005990     END-IF.
006000     MOVE 'Y' TO GN-EXAM-REFUSED-SW.
006010     MOVE SPACES TO GN-SUPERVISOR-ID OPS-PIN OPS-NEW-PIN.
006020     ACCEPT S-PLG-SUPERVISOR.
006030     IF GN-SUPERVISOR-ID = GN-OPERATOR-ID
006040         DISPLAY 'Le superviseur doit etre une autre personne.'
006050             LINE 14 COL 8
006060         GO TO 1060-OFFER-EXAM-EXIT
006070     END-IF.
006080     MOVE GN-SUPERVISOR-ID TO OPS-OPERATOR-ID.
006090     MOVE 3 TO OPS-REQUIRED-LEVEL.
006100     CALL 'OPRSIGN' USING OPS-SIGNON-PARM.
006110     IF OPS-SIGNON-REFUSED
006120         DISPLAY OPS-MESSAGE LINE 14 COL 8
006130         GO TO 1060-OFFER-EXAM-EXIT
006140     END-IF.
006150     PERFORM 1068-CHECK-PRIOR-SITTING
006160             THRU 1068-CHECK-PRIOR-SITTING-EXIT.
006170     IF GN-EXLOG-FAILED
006180         DISPLAY 'GNEXLOG illisible - examen refuse.'
006190             LINE 14 COL 8
006200         GO TO 1060-OFFER-EXAM-EXIT
006210     END-IF.
006220     IF GN-PRIOR-SITTING
006230         DISPLAY 'Examen deja passe - nouvel examen requis.'
006240             LINE 14 COL 8
006250         GO TO 1060-OFFER-EXAM-EXIT
006260     END-IF.
006270     MOVE 'N' TO GN-EXAM-REFUSED-SW.
006280     MOVE 'Y' TO GN-EXAM-MODE-SW.
006290     PERFORM 3000-RUN-EXAM THRU 3000-RUN-EXAM-EXIT.
006300
006310 1060-OFFER-EXAM-EXIT.
006320     EXIT.
006330
006340*    NO GNEXAM, OR ONE THAT FAILS THE CHECKS GNEXMMT APPLIES,
006350*    MEANS NO EXAM IS OFFERED.
006360 1065-LOAD-EXAM.
006370     MOVE 'N' TO GN-EXAM-AVAIL-SW.
006380     OPEN INPUT GN-EXAM-FILE.
006390     IF GN-EXAM-STATUS NOT = '00'
006400         GO TO 1065-LOAD-EXAM-EXIT
006410     END-IF.
006420     READ GN-EXAM-FILE
006430         AT END
006440             MOVE '10' TO GN-EXAM-STATUS
006450     END-READ.
006460     CLOSE GN-EXAM-FILE.
006470     IF GN-EXAM-STATUS NOT = '00'
006480             OR EXM-EXAM-ID = SPACES
006490             OR EXM-LOW NOT NUMERIC
006500             OR EXM-HIGH NOT NUMERIC
006510             OR EXM-MAX-ATTEMPTS NOT NUMERIC
006520             OR EXM-ROUNDS NOT NUMERIC
006530             OR EXM-PASS-MARK NOT NUMERIC
006540             OR EXM-VALID-DAYS NOT NUMERIC
006550             OR EXM-BASE-SEED NOT NUMERIC
006560         GO TO 1065-LOAD-EXAM-EXIT
006570     END-IF.
006580     IF EXM-LOW < 1 OR EXM-LOW >= EXM-HIGH
006590             OR EXM-MAX-ATTEMPTS < 1
006600             OR EXM-ROUNDS < 1 OR EXM-ROUNDS > 20
006610             OR EXM-PASS-MARK < 1 OR EXM-PASS-MARK > EXM-ROUNDS
006620             OR EXM-VALID-DAYS < 1
006630         GO TO 1065-LOAD-EXAM-EXIT
006640     END-IF.
006650     MOVE EXM-EXAM-ID TO GN-EXAM-ID.
006660     MOVE EXM-LOW TO GN-EXAM-LOW.
006670     MOVE EXM-HIGH TO GN-EXAM-HIGH.
006680     MOVE EXM-MAX-ATTEMPTS TO GN-EXAM-MAX-ATTEMPTS.
006690     MOVE EXM-ROUNDS TO GN-EXAM-ROUNDS.
006700     MOVE EXM-PASS-MARK TO GN-EXAM-PASS-MARK.
006710     MOVE EXM-VALID-DAYS TO GN-EXAM-VALID-DAYS.
006720     MOVE EXM-BASE-SEED TO GN-EXAM-BASE-SEED.
006730     MOVE 'Y' TO GN-EXAM-AVAIL-SW.
006740
006750 1065-LOAD-EXAM-EXIT.
006760     EXIT.
006770
006780*    ANY GNEXLOG LINE FOR THIS OPERATOR AND THIS EXAM - EVEN A
006790*    LONE 'B' FROM AN ABANDONED SITTING - COUNTS AS SAT.  NO
006800*    GNEXLOG YET (35) MEANS NOBODY HAS SAT; ANY OTHER OPEN OR
006810*    READ FAILURE LEAVES IT UNKNOWN, AND THE SITTING IS REFUSED.
006820 1068-CHECK-PRIOR-SITTING.
006830     MOVE 'N' TO GN-PRIOR-SITTING-SW.
006840     MOVE 'N' TO GN-EXLOG-FAIL-SW.
006850     OPEN INPUT GN-EXAM-LOG-FILE.
006860     IF GN-EXLOG-STATUS = '35'
006870         GO TO 1068-CHECK-PRIOR-SITTING-EXIT
006880     END-IF.
006890     IF GN-EXLOG-STATUS NOT = '00'
006900         MOVE 'Y' TO GN-EXLOG-FAIL-SW
006910         GO TO 1068-CHECK-PRIOR-SITTING-EXIT
006920     END-IF.
006930     MOVE 'N' TO GN-EXLOG-EOF-SW.
006940     PERFORM 1069-READ-ONE-SITTING
006950             THRU 1069-READ-ONE-SITTING-EXIT
006960         UNTIL GN-EXLOG-EOF OR GN-PRIOR-SITTING
006970             OR GN-EXLOG-FAILED.
006980     CLOSE GN-EXAM-LOG-FILE.
006990
007000 1068-CHECK-PRIOR-SITTING-EXIT.
007010     EXIT.
007020
007030 1069-READ-ONE-SITTING.
007040     READ GN-EXAM-LOG-FILE
007050         AT END
007060             MOVE 'Y' TO GN-EXLOG-EOF-SW
007070             GO TO 1069-READ-ONE-SITTING-EXIT
007080     END-READ.
007090     IF GN-EXLOG-STATUS NOT = '00'
007100         MOVE 'Y' TO GN-EXLOG-FAIL-SW
007110         GO TO 1069-READ-ONE-SITTING-EXIT
007120     END-IF.
007130     MOVE GN-EXAM-LOG-RECORD TO EXL-LOG-LINE.
007140     IF EXL-OPERATOR-ID = GN-OPERATOR-ID
007150             AND EXL-EXAM-ID = GN-EXAM-ID
007160         MOVE 'Y' TO GN-PRIOR-SITTING-SW
007170     END-IF.
007180
007190 1069-READ-ONE-SITTING-EXIT.
007200     EXIT.
007210
007220******************************************************************
007230*    3000-RUN-EXAM - ONE SUPERVISED SITTING: LOG THE START,
007240*    PLAY EVERY ROUND OF THE EXAM OVER ITS OWN RANGE AND CAP,
007250*    THEN PASS OR FAIL AGAINST THE PASS MARK.  A PASS IS
007260*    RECORDED ON OPRMAST; EITHER WAY THE RESULT GOES TO GNEXLOG.
007270*    IF THE START CANNOT BE LOGGED NO ROUND IS PLAYED.
007280******************************************************************
007290 3000-RUN-EXAM.
007300     MOVE FUNCTION CURRENT-DATE(1:8) TO GN-EXAM-TODAY.
007310     MOVE ZERO TO GN-EXAM-ROUNDS-WON GN-EXAM-EXPIRY.
007320     MOVE GN-EXAM-LOW TO GN-LOW-RANGE.
007330     MOVE GN-EXAM-HIGH TO GN-HIGH-RANGE.
007340     MOVE GN-EXAM-MAX-ATTEMPTS TO GN-MAX-ATTEMPTS.
007350     PERFORM 1050-BUILD-PROMPT THRU 1050-BUILD-PROMPT-EXIT.
007360     INITIALIZE EXL-LOG-LINE.
007370     MOVE 'B' TO EXL-REC-TYPE.
007380     PERFORM 3050-WRITE-EXAM-LOG THRU 3050-WRITE-EXAM-LOG-EXIT.
007390     IF GN-EXLOG-FAILED
007400         MOVE 'Examen annule - GNEXLOG indisponible.'
007410             TO GN-EXAM-TEXT
007420         DISPLAY S-PLG-EXAM-RESULT
007430         GO TO 3000-RUN-EXAM-EXIT
007440     END-IF.
007450     PERFORM 3010-PLAY-EXAM-ROUND THRU 3010-PLAY-EXAM-ROUND-EXIT
007460         VARYING GN-EXAM-ROUND FROM 1 BY 1
007470         UNTIL GN-EXAM-ROUND > GN-EXAM-ROUNDS.
007480     IF GN-EXAM-ROUNDS-WON >= GN-EXAM-PASS-MARK
007490         MOVE 'P' TO GN-EXAM-RESULT
007500         PERFORM 3020-RECORD-CERTIFICATION
007510                 THRU 3020-RECORD-CERTIFICATION-EXIT
007520     ELSE
007530         MOVE 'F' TO GN-EXAM-RESULT
007540         MOVE SPACES TO GN-EXAM-TEXT
007550         STRING 'Examen echoue - manches gagnees '
007560             GN-EXAM-ROUNDS-WON ' sur ' GN-EXAM-PASS-MARK
007570             ' requises' DELIMITED BY SIZE INTO GN-EXAM-TEXT
007580     END-IF.
007590     INITIALIZE EXL-LOG-LINE.
007600     MOVE 'S' TO EXL-REC-TYPE.
007610     MOVE GN-EXAM-ROUNDS-WON TO EXL-ROUNDS-WON.
007620     MOVE GN-EXAM-RESULT TO EXL-RESULT.
007630     MOVE GN-EXAM-EXPIRY TO EXL-CERT-EXPIRY.
007640     PERFORM 3050-WRITE-EXAM-LOG THRU 3050-WRITE-EXAM-LOG-EXIT.
007650     DISPLAY S-PLG-EXAM-RESULT.
007660
007670 3000-RUN-EXAM-EXIT.
007680     EXIT.
007690
007700*    ROUND N PLAYS THE SEED BASE + N - 1 (WRAPPING PAST
007710*    99999999), SO EVERY CANDIDATE GETS THE SAME NUMBERS.
007720 3010-PLAY-EXAM-ROUND.
007730     COMPUTE GN-EXAM-SEED-NUM =
007740         GN-EXAM-BASE-SEED + GN-EXAM-ROUND - 1.
007750     MOVE GN-EXAM-SEED-NUM TO GN-SEED.
007760     PERFORM 2115-DRAW-FROM-SEED THRU 2115-DRAW-FROM-SEED-EXIT.
007770     MOVE ZERO TO GN-CTR.
007780     MOVE 'N' TO GN-CHECK-END-SW.
007790     MOVE 'N' TO GN-WON-SW.
007800     DISPLAY S-PLG-EXAM-ROUND.
007810     PERFORM 2010-GUESS-LOOP THRU 2010-GUESS-LOOP-EXIT
007820         UNTIL GN-ROUND-OVER.
007830     IF GN-GAME-WON
007840         ADD 1 TO GN-EXAM-ROUNDS-WON
007850     END-IF.
007860     INITIALIZE EXL-LOG-LINE.
007870     MOVE 'R' TO EXL-REC-TYPE.
007880     MOVE GN-EXAM-ROUND TO EXL-ROUND-NO.
007890     MOVE GN-SEED TO EXL-SEED.
007900     MOVE GN-NB-ALEATOIRE TO EXL-NB-ALEATOIRE.
007910     MOVE GN-CTR TO EXL-CTR.
007920     MOVE GN-WON-SW TO EXL-WON-SW.
007930     MOVE GN-EXAM-ROUNDS-WON TO EXL-ROUNDS-WON.
007940     PERFORM 3050-WRITE-EXAM-LOG THRU 3050-WRITE-EXAM-LOG-EXIT.
007950
007960 3010-PLAY-EXAM-ROUND-EXIT.
007970     EXIT.
007980
007990******************************************************************
008000*    3020-RECORD-CERTIFICATION - STAMP THE PASS ON THE
008010*    OPERATOR'S OPRMAST RECORD: TODAY, THE EXAM, AND THE DAY
008020*    THE CERTIFICATION LAPSES.  THE RECORD IS RE-READ UNDER I-O
008030*    SO NOTHING ELSE ON IT IS DISTURBED.
008040******************************************************************
008050 3020-RECORD-CERTIFICATION.
008060     COMPUTE GN-EXAM-EXPIRY = FUNCTION DATE-OF-INTEGER(
008070         FUNCTION INTEGER-OF-DATE(GN-EXAM-TODAY)
008080             + GN-EXAM-VALID-DAYS).
008090     MOVE SPACES TO GN-EXAM-TEXT.
008100     STRING 'Examen reussi - certifie jusqu au ' GN-EXAM-EXPIRY
008110         DELIMITED BY SIZE INTO GN-EXAM-TEXT.
008120     OPEN I-O GN-MASTER-FILE.
008130     IF GN-MASTER-STATUS NOT = '00'
008140         MOVE 'Reussi - OPRMAST INDISPONIBLE, VOIR SUPERVISEUR'
008150             TO GN-EXAM-TEXT
008160         GO TO 3020-RECORD-CERTIFICATION-EXIT
008170     END-IF.
008180     MOVE GN-OPERATOR-ID TO OPR-OPERATOR-ID.
008190     READ GN-MASTER-FILE
008200         INVALID KEY
008210             MOVE 'Reussi - OPERATEUR ABSENT D OPRMAST'
008220                 TO GN-EXAM-TEXT
008230             CLOSE GN-MASTER-FILE
008240             GO TO 3020-RECORD-CERTIFICATION-EXIT
008250     END-READ.
008260     MOVE GN-EXAM-TODAY TO OPR-CERT-DATE.
008270     MOVE GN-EXAM-ID TO OPR-CERT-EXAM-ID.
008280     MOVE GN-EXAM-EXPIRY TO OPR-CERT-EXPIRY.
008290     REWRITE OPR-MASTER-RECORD.
008300     IF GN-MASTER-STATUS NOT = '00'
008310         MOVE 'Reussi - ECRITURE OPRMAST IMPOSSIBLE'
008320             TO GN-EXAM-TEXT
008330     END-IF.
008340     CLOSE GN-MASTER-FILE.
008350
008360 3020-RECORD-CERTIFICATION-EXIT.
008370     EXIT.
008380
008390******************************************************************
008400*    3050-WRITE-EXAM-LOG - STAMP THE CANDIDATE, THE EXAM, THE
008410*    SUPERVISOR AND THE TIME ON THE LINE THE CALLER HAS BUILT
008420*    AND APPEND IT TO GNEXLOG (CREATED ON THE FIRST SITTING).
008430*    A FAILED OPEN OR WRITE SETS GN-EXLOG-FAIL-SW.
008440******************************************************************
008450 3050-WRITE-EXAM-LOG.
008460     OPEN EXTEND GN-EXAM-LOG-FILE.
008470     IF GN-EXLOG-STATUS = '35'
008480         OPEN OUTPUT GN-EXAM-LOG-FILE
008490     END-IF.
008500     IF GN-EXLOG-STATUS NOT = '00'
008510         MOVE 'Y' TO GN-EXLOG-FAIL-SW
008520         DISPLAY 'ECRITURE GNEXLOG IMPOSSIBLE - STATUT: '
008530             GN-EXLOG-STATUS LINE 1
008540         GO TO 3050-WRITE-EXAM-LOG-EXIT
008550     END-IF.
008560     MOVE GN-OPERATOR-ID TO EXL-OPERATOR-ID.
008570     MOVE GN-EXAM-ID TO EXL-EXAM-ID.
008580     MOVE GN-SUPERVISOR-ID TO EXL-SUPERVISOR-ID.
008590     MOVE FUNCTION CURRENT-DATE(1:8) TO EXL-DATE.
008600     MOVE FUNCTION CURRENT-DATE(9:6) TO EXL-TIME.
008610     MOVE EXL-LOG-LINE TO GN-EXAM-LOG-RECORD.
008620     WRITE GN-EXAM-LOG-RECORD.
008630     IF GN-EXLOG-STATUS NOT = '00'
008640         MOVE 'Y' TO GN-EXLOG-FAIL-SW
008650         DISPLAY 'ECRITURE GNEXLOG IMPOSSIBLE - STATUT: '
008660             GN-EXLOG-STATUS LINE 1
008670     END-IF.
008680     CLOSE GN-EXAM-LOG-FILE.
008690
008700 3050-WRITE-EXAM-LOG-EXIT.
008710     EXIT.
