000100******************************************************************
000110*    PROGRAM-ID..: CALDAPRV
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: CORRECTION APPROVAL SCREEN - THE "CHECKER"
000170*                   HALF OF THE SAME-DAY CORRECTION PROCESS.  A
000180*                   SUPERVISOR (LEVEL 3, CHECKED THROUGH OPRSIGN)
000190*                   WALKS THE PENDING ENTRIES ON THE CALDQUE
000200*                   QUEUE, OLDEST FIRST.  EACH SHOWS WHO KEYED
000210*                   IT AND WHEN, THE LINE AS IT STANDS ON
000220*                   CALMSTR AND THE CORRECTED TEXT WITH THE VALUE
000230*                   IT WILL CALIBRATE TO, RUN THROUGH THE SAME
000240*                   CALFIND LOGIC AS THE NIGHT.  THE SUPERVISOR
000250*                   APPROVES IT, REJECTS IT WITH A REASON, SKIPS
000260*                   IT OR STOPS.  NOBODY MAY DECIDE ON A
000270*                   CORRECTION THEY KEYED THEMSELVES, AND ONE
000280*                   KEYED ON AN EARLIER DAY CANNOT BE APPROVED -
000290*                   THE MASTER IT WAS KEYED AGAINST HAS SINCE
000300*                   BEEN REBUILT - ONLY REJECTED.
000310*    MODIFICATION HISTORY:
000320*      2026-10-15  RJB  ORIGINAL.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. CALDAPRV.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT DAP-QUEUE-FILE ASSIGN TO 'CALDQUE'
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS CDQ-KEY
000440         FILE STATUS IS DAP-QUEUE-STATUS.
000450
000460     SELECT DAP-MASTER-FILE ASSIGN TO 'CALMSTR'
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS CALM-SEQ-NO
000500         FILE STATUS IS DAP-MASTER-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  DAP-QUEUE-FILE.
000550     COPY CALDQUEC.
000560
000570 FD  DAP-MASTER-FILE.
000580     COPY CALMSTRC.
000590
000600 WORKING-STORAGE SECTION.
000610     COPY OPRSIGNL.
000620     COPY CALWORK.
000630     COPY CALDICTW.
000640
000650 77  DAP-QUEUE-STATUS           PIC X(02) VALUE '00'.
000660 77  DAP-MASTER-STATUS          PIC X(02) VALUE '00'.
000670
000680 77  DAP-SUPERVISOR-ID          PIC X(08) VALUE SPACES.
000690 77  DAP-DONE-SW                PIC X VALUE 'N'.
000700     88  DAP-DONE                       VALUE 'Y'.
000710 77  DAP-MASTER-OPEN-SW         PIC X VALUE 'N'.
000720     88  DAP-MASTER-OPEN                VALUE 'Y'.
000730
000740 77  DAP-TODAY                  PIC 9(08) VALUE ZERO.
000750 77  DAP-ANSWER                 PIC X VALUE SPACE.
000760 77  DAP-REASON                 PIC X(30) VALUE SPACES.
000770 77  DAP-SHOWN-COUNT            PIC 9(03) VALUE ZERO.
000780 77  DAP-APPROVED-COUNT         PIC 9(03) VALUE ZERO.
000790 77  DAP-REJECTED-COUNT         PIC 9(03) VALUE ZERO.
000800
000810*    WHAT THE SCREEN SHOWS FOR ONE PENDING CORRECTION.
000820 77  DAP-SHOW-POSITION          PIC X(30) VALUE SPACES.
000830 77  DAP-SHOW-MAKER             PIC X(30) VALUE SPACES.
000840 77  DAP-SHOW-OLD-TEXT-1        PIC X(50) VALUE SPACES.
000850 77  DAP-SHOW-OLD-TEXT-2        PIC X(50) VALUE SPACES.
000860 77  DAP-SHOW-OLD-STATE         PIC X(40) VALUE SPACES.
000870 77  DAP-SHOW-NEW-TEXT-1        PIC X(50) VALUE SPACES.
000880 77  DAP-SHOW-NEW-TEXT-2        PIC X(50) VALUE SPACES.
000890 77  DAP-SHOW-NEW-STATE         PIC X(40) VALUE SPACES.
000900 77  DAP-VALUE-ED               PIC Z9.
000910
000920 SCREEN SECTION.
000930 01  S-DAP-SUPERVISOR-ID.
000940     05  LINE 1 COL 8 VALUE 'Identifiant superviseur : '.
000950     05  PIC X(08) TO DAP-SUPERVISOR-ID REQUIRED.
000960     05  LINE 1 COL 44 VALUE 'PIN : '.
000970     05  PIC X(06) TO OPS-PIN SECURE.
000980     05  LINE 1 COL 58 VALUE 'Nouveau PIN : '.
000990     05  PIC X(06) TO OPS-NEW-PIN SECURE.
001000
001010 01  S-DAP-ENTRY.
001020     05  LINE 3 COL 8 VALUE 'Correction......... : '.
001030     05  LINE 3 COL 30 PIC X(30) FROM DAP-SHOW-POSITION.
001040     05  LINE 4 COL 8 VALUE 'Saisie par / le.... : '.
001050     05  LINE 4 COL 30 PIC X(30) FROM DAP-SHOW-MAKER.
001060     05  LINE 5 COL 8 VALUE 'Texte actuel....... : '.
001070     05  LINE 5 COL 30 PIC X(50) FROM DAP-SHOW-OLD-TEXT-1.
001080     05  LINE 6 COL 30 PIC X(50) FROM DAP-SHOW-OLD-TEXT-2.
001090     05  LINE 7 COL 8 VALUE 'Etat / valeur...... : '.
001100     05  LINE 7 COL 30 PIC X(40) FROM DAP-SHOW-OLD-STATE.
001110     05  LINE 8 COL 8 VALUE 'Texte corrige...... : '.
001120     05  LINE 8 COL 30 PIC X(50) FROM DAP-SHOW-NEW-TEXT-1.
001130     05  LINE 9 COL 30 PIC X(50) FROM DAP-SHOW-NEW-TEXT-2.
001140     05  LINE 10 COL 8 VALUE 'Apres correction... : '.
001150     05  LINE 10 COL 30 PIC X(40) FROM DAP-SHOW-NEW-STATE.
001160
001170 01  S-DAP-ANSWER.
001180     05  LINE 12 COL 8 VALUE
001190         'Approuver/Rejeter/Suivante/Fin (A/R/S/F) : '.
001200     05  PIC X TO DAP-ANSWER REQUIRED.
001210
001220 01  S-DAP-REASON.
001230     05  LINE 13 COL 8 VALUE 'Motif du rejet..... : '.
001240     05  LINE 13 COL 30 PIC X(30) TO DAP-REASON REQUIRED.
001250
001260 PROCEDURE DIVISION.
001270 0000-MAINLINE.
001280     PERFORM 1000-SIGN-ON THRU 1000-SIGN-ON-EXIT.
001290     IF DAP-DONE
001300         GO TO 9999-EXIT
001310     END-IF.
001320     PERFORM 1010-OPEN-FILES THRU 1010-OPEN-FILES-EXIT.
001330     IF DAP-DONE
001340         GO TO 9999-EXIT
001350     END-IF.
001360     PERFORM 2000-REVIEW-ONE-ENTRY THRU 2000-REVIEW-ONE-ENTRY-EXIT
001370         UNTIL DAP-DONE.
001380     CLOSE DAP-QUEUE-FILE.
001390     IF DAP-MASTER-OPEN
001400         CLOSE DAP-MASTER-FILE
001410     END-IF.
001420     IF DAP-SHOWN-COUNT = ZERO
001430         DISPLAY 'Aucune correction en attente.' LINE 17 COL 8
001440     ELSE
001450         DISPLAY 'Approuvees : ' DAP-APPROVED-COUNT
001460             '  Rejetees : ' DAP-REJECTED-COUNT LINE 17 COL 8
001470     END-IF.
001480     GO TO 9999-EXIT.
001490
001500 0000-MAINLINE-EXIT.
001510     EXIT.
001520
001530******************************************************************
001540*    1000-SIGN-ON - APPROVING A CHANGE TO THE NIGHT'S FIGURES IS
001550*    A SUPERVISOR FUNCTION (LEVEL 3).
001560******************************************************************
001570 1000-SIGN-ON.
001580     ACCEPT S-DAP-SUPERVISOR-ID.
001590     MOVE DAP-SUPERVISOR-ID TO OPS-OPERATOR-ID.
001600     MOVE 3 TO OPS-REQUIRED-LEVEL.
001610     CALL 'OPRSIGN' USING OPS-SIGNON-PARM.
001620     IF OPS-SIGNON-REFUSED
001630         DISPLAY OPS-MESSAGE LINE 2 COL 8
001640         MOVE 'Y' TO DAP-DONE-SW
001650     END-IF.
001660
001670 1000-SIGN-ON-EXIT.
001680     EXIT.
001690
001700******************************************************************
001710*    1010-OPEN-FILES - THE QUEUE I-O TO STAMP DECISIONS, THE
001720*    MASTER FOR THE LINE AS IT STANDS (ITS ABSENCE ONLY BLANKS
001730*    THAT PART OF THE SCREEN) AND THE WORD-DIGIT TABLE FOR THE
001740*    PREVIEW OF THE CORRECTED VALUE.
001750******************************************************************
001760 1010-OPEN-FILES.
001770     MOVE FUNCTION CURRENT-DATE(1:8) TO DAP-TODAY.
001780     OPEN I-O DAP-QUEUE-FILE.
001790     IF DAP-QUEUE-STATUS = '35'
001800         DISPLAY 'Aucune correction en attente.' LINE 3 COL 8
001810         MOVE 'Y' TO DAP-DONE-SW
001820         GO TO 1010-OPEN-FILES-EXIT
001830     END-IF.
001840     IF DAP-QUEUE-STATUS NOT = '00'
001850         DISPLAY 'CALDQUE INDISPONIBLE - STATUT: '
001860             DAP-QUEUE-STATUS LINE 3 COL 8
001870         MOVE 'Y' TO DAP-DONE-SW
001880         GO TO 1010-OPEN-FILES-EXIT
001890     END-IF.
001900     OPEN INPUT DAP-MASTER-FILE.
001910     IF DAP-MASTER-STATUS = '00'
001920         MOVE 'Y' TO DAP-MASTER-OPEN-SW
001930     END-IF.
001940     PERFORM 3001-INIT-WORD-TABLE THRU 3001-INIT-WORD-TABLE-EXIT.
001950
001960 1010-OPEN-FILES-EXIT.
001970     EXIT.
001980
001990******************************************************************
002000*    2000-REVIEW-ONE-ENTRY - NEXT QUEUE RECORD; ONLY PENDING
002010*    ONES ARE SHOWN.  A = APPROVE, R = REJECT (REASON REQUIRED),
002020*    F = STOP, ANYTHING ELSE LEAVES IT PENDING.
002030******************************************************************
002040 2000-REVIEW-ONE-ENTRY.
002050     READ DAP-QUEUE-FILE NEXT RECORD
002060         AT END
002070             MOVE 'Y' TO DAP-DONE-SW
002080             GO TO 2000-REVIEW-ONE-ENTRY-EXIT
002090     END-READ.
002100     IF NOT CDQ-PENDING
002110         GO TO 2000-REVIEW-ONE-ENTRY-EXIT
002120     END-IF.
002130     ADD 1 TO DAP-SHOWN-COUNT.
002140     PERFORM 2010-BUILD-SCREEN THRU 2010-BUILD-SCREEN-EXIT.
002150     DISPLAY S-DAP-ENTRY.
002160     MOVE SPACE TO DAP-ANSWER.
002170     ACCEPT S-DAP-ANSWER.
002180     EVALUATE TRUE
002190         WHEN DAP-ANSWER = 'F' OR DAP-ANSWER = 'f'
002200             MOVE 'Y' TO DAP-DONE-SW
002210         WHEN DAP-ANSWER = 'A' OR DAP-ANSWER = 'a'
002220             PERFORM 2030-APPROVE-ENTRY
002230                     THRU 2030-APPROVE-ENTRY-EXIT
002240         WHEN DAP-ANSWER = 'R' OR DAP-ANSWER = 'r'
002250             PERFORM 2040-REJECT-ENTRY
002260                     THRU 2040-REJECT-ENTRY-EXIT
002270         WHEN OTHER
002280             DISPLAY 'Laissee en attente.' LINE 15 COL 8
002290     END-EVALUATE.
002300
002310 2000-REVIEW-ONE-ENTRY-EXIT.
002320     EXIT.
002330
002340******************************************************************
002350*    2010-BUILD-SCREEN - WHO AND WHEN, THE LINE ON THE MASTER,
002360*    AND WHAT THE CORRECTED TEXT WILL CALIBRATE TO.  THE PREVIEW
002370*    USES THE WORDS OF THE LINE'S SOURCE FEED, AS CALDELTA WILL.
002380******************************************************************
002390 2010-BUILD-SCREEN.
002400     MOVE SPACES TO DAP-SHOW-POSITION DAP-SHOW-MAKER
002410         DAP-SHOW-OLD-TEXT-1 DAP-SHOW-OLD-TEXT-2
002420         DAP-SHOW-OLD-STATE DAP-SHOW-NEW-STATE.
002430     STRING 'Sequence ' CDQ-SEQ-NO DELIMITED BY SIZE
002440         INTO DAP-SHOW-POSITION.
002450     STRING CDQ-MAKER-ID ' ' CDQ-ENTRY-DATE ' ' CDQ-ENTRY-TIME
002460         DELIMITED BY SIZE INTO DAP-SHOW-MAKER.
002470     MOVE CDQ-CALIB-TEXT(1:50) TO DAP-SHOW-NEW-TEXT-1.
002480     MOVE CDQ-CALIB-TEXT(51:50) TO DAP-SHOW-NEW-TEXT-2.
002490     MOVE 'CALDELTA' TO CAL-LINE-SOURCE-ID.
002500     IF NOT DAP-MASTER-OPEN
002510         MOVE 'MAITRE CALMSTR INDISPONIBLE' TO DAP-SHOW-OLD-STATE
002520         GO TO 2010-BUILD-SCREEN-PREVIEW
002530     END-IF.
002540     MOVE CDQ-SEQ-NO TO CALM-SEQ-NO.
002550     READ DAP-MASTER-FILE
002560         INVALID KEY
002570             MOVE 'ABSENT DU MAITRE - LA CORRECTION L AJOUTE'
002580                 TO DAP-SHOW-OLD-STATE
002590         NOT INVALID KEY
002600             MOVE CALM-CALIB-TEXT(1:50) TO DAP-SHOW-OLD-TEXT-1
002610             MOVE CALM-CALIB-TEXT(51:50) TO DAP-SHOW-OLD-TEXT-2
002620             MOVE CALM-SOURCE-ID TO CAL-LINE-SOURCE-ID
002630             MOVE CALM-VALUE TO DAP-VALUE-ED
002640             EVALUATE TRUE
002650                 WHEN CALM-CALIBRATED
002660                     STRING 'CALIBREE - VALEUR ' DAP-VALUE-ED
002670                         DELIMITED BY SIZE
002680                         INTO DAP-SHOW-OLD-STATE
002690                 WHEN CALM-EXCEPTION
002700                     MOVE 'EXCEPTION - AUCUN CHIFFRE'
002710                         TO DAP-SHOW-OLD-STATE
002720                 WHEN OTHER
002730                     MOVE 'CHARGEE - PAS ENCORE CALIBREE'
002740                         TO DAP-SHOW-OLD-STATE
002750             END-EVALUATE
002760     END-READ.
002770
002780 2010-BUILD-SCREEN-PREVIEW.
002790     MOVE CDQ-CALIB-TEXT TO CAL-STRVALEUR.
002800     PERFORM 3002-SELECT-LINE-LANGUAGE
002810             THRU 3002-SELECT-LINE-LANGUAGE-EXIT.
002820     MOVE 'N' TO CAL-FOUND-NUMERIC-SW.
002830     PERFORM 3000-FINDVAL THRU 3000-FINDVAL-EXIT
002840         VARYING CAL-COUNTER FROM 1 BY 1
002850         UNTIL CAL-COUNTER > LENGTH OF CAL-STRVALEUR.
002860     IF CAL-NUMERIC-NOT-FOUND
002870         MOVE 'EXCEPTION - AUCUN CHIFFRE' TO DAP-SHOW-NEW-STATE
002880     ELSE
002890         STRING CAL-FIRST-NUMERIC-VAL CAL-LAST-NUMERIC-VAL
002900             DELIMITED BY SIZE INTO CAL-FULL-NUMERIC-VAL
002910         STRING 'CALIBREE - VALEUR ' CAL-FULL-NUMERIC-VAL
002920             DELIMITED BY SIZE INTO DAP-SHOW-NEW-STATE
002930     END-IF.
002940
002950 2010-BUILD-SCREEN-EXIT.
002960     EXIT.
002970
002980******************************************************************
002990*    2030-APPROVE-ENTRY - NOT ONE'S OWN, AND KEYED TODAY AGAINST
003000*    TODAY'S MASTER.
003010******************************************************************
003020 2030-APPROVE-ENTRY.
003030     IF CDQ-MAKER-ID = DAP-SUPERVISOR-ID
003040         DISPLAY 'Votre propre saisie - un autre superviseur '
003050             'doit decider.' LINE 15 COL 8
003060         GO TO 2030-APPROVE-ENTRY-EXIT
003070     END-IF.
003080     IF CDQ-ENTRY-DATE NOT = DAP-TODAY
003090         DISPLAY 'Saisie d un jour precedent - a rejeter.'
003100             LINE 15 COL 8
003110         GO TO 2030-APPROVE-ENTRY-EXIT
003120     END-IF.
003130     MOVE 'A' TO CDQ-STATUS.
003140     MOVE SPACES TO CDQ-REASON.
003150     PERFORM 2050-STORE-DECISION THRU 2050-STORE-DECISION-EXIT.
003160     IF DAP-QUEUE-STATUS = '00'
003170         ADD 1 TO DAP-APPROVED-COUNT
003180         DISPLAY 'Correction approuvee.' LINE 15 COL 8
003190     END-IF.
003200
003210 2030-APPROVE-ENTRY-EXIT.
003220     EXIT.
003230
003240 2040-REJECT-ENTRY.
003250     IF CDQ-MAKER-ID = DAP-SUPERVISOR-ID
003260         DISPLAY 'Votre propre saisie - un autre superviseur '
003270             'doit decider.' LINE 15 COL 8
003280         GO TO 2040-REJECT-ENTRY-EXIT
003290     END-IF.
003300     MOVE SPACES TO DAP-REASON.
003310     ACCEPT S-DAP-REASON.
003320     MOVE 'R' TO CDQ-STATUS.
003330     MOVE DAP-REASON TO CDQ-REASON.
003340     PERFORM 2050-STORE-DECISION THRU 2050-STORE-DECISION-EXIT.
003350     IF DAP-QUEUE-STATUS = '00'
003360         ADD 1 TO DAP-REJECTED-COUNT
003370         DISPLAY 'Correction rejetee.' LINE 15 COL 8
003380     END-IF.
003390
003400 2040-REJECT-ENTRY-EXIT.
003410     EXIT.
003420
003430 2050-STORE-DECISION.
003440     MOVE DAP-SUPERVISOR-ID TO CDQ-CHECKER-ID.
003450     MOVE DAP-TODAY TO CDQ-DECISION-DATE.
003460     REWRITE CDQ-QUEUE-RECORD.
003470     IF DAP-QUEUE-STATUS NOT = '00'
003480         DISPLAY 'MISE A JOUR CALDQUE IMPOSSIBLE - STATUT: '
003490             DAP-QUEUE-STATUS LINE 15 COL 8
003500     END-IF.
003510
003520 2050-STORE-DECISION-EXIT.
003530     EXIT.
003540
003550     COPY CALFIND.
003560
003570 9999-EXIT.
003580     STOP RUN.
