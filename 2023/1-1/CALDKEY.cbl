000100******************************************************************
000110*    PROGRAM-ID..: CALDKEY
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: CORRECTION ENTRY SCREEN - THE "MAKER" HALF OF
000170*                   THE SAME-DAY CORRECTION PROCESS.  A LEVEL-2
000180*                   OPERATOR (CHECKED THROUGH OPRSIGN) KEYS THE
000190*                   SEQUENCE NUMBER AND THE CORRECTED CALIBRATION
000200*                   TEXT, SEES THE LINE AS IT STANDS ON CALMSTR,
000210*                   AND SUBMITS THE CORRECTION TO THE CALDQUE
000220*                   QUEUE AS PENDING, STAMPED WITH THEIR VERIFIED
000230*                   ID.  NOTHING TOUCHES THE MASTER HERE - A
000240*                   DIFFERENT SUPERVISOR MUST APPROVE IT ON
000250*                   CALDAPRV BEFORE CALDELTA WILL APPLY IT.
000260*    MODIFICATION HISTORY:
000270*      2026-10-15  RJB  ORIGINAL.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CALDKEY.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT DKY-MASTER-FILE ASSIGN TO 'CALMSTR'
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS CALM-SEQ-NO
000390         FILE STATUS IS DKY-MASTER-STATUS.
000400
000410     SELECT DKY-QUEUE-FILE ASSIGN TO 'CALDQUE'
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS CDQ-KEY
000450         FILE STATUS IS DKY-QUEUE-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  DKY-MASTER-FILE.
000500     COPY CALMSTRC.
000510
000520 FD  DKY-QUEUE-FILE.
000530     COPY CALDQUEC.
000540
000550 WORKING-STORAGE SECTION.
000560     COPY OPRSIGNL.
000570
000580 77  DKY-MASTER-STATUS          PIC X(02) VALUE '00'.
000590 77  DKY-QUEUE-STATUS           PIC X(02) VALUE '00'.
000600
000610 77  DKY-OPERATOR-ID            PIC X(08) VALUE SPACES.
000620 77  DKY-DONE-SW                PIC X VALUE 'N'.
000630     88  DKY-DONE                       VALUE 'Y'.
000640 77  DKY-VALID-SW               PIC X VALUE 'N'.
000650     88  DKY-ENTRY-VALID                VALUE 'Y'.
000660
000670 77  DKY-SEQ-ENTRY              PIC X(05) VALUE SPACES.
000680 77  DKY-NEW-TEXT-1             PIC X(50) VALUE SPACES.
000690 77  DKY-NEW-TEXT-2             PIC X(50) VALUE SPACES.
000700 77  DKY-CONFIRM-ANSWER         PIC X VALUE 'N'.
000710 77  DKY-AGAIN-ANSWER           PIC X VALUE 'N'.
000720 77  DKY-ERROR-TEXT             PIC X(50) VALUE SPACES.
000730 77  DKY-QUEUED-COUNT           PIC 9(03) VALUE ZERO.
000740
000750*    WHAT THE SCREEN SHOWS OF THE LINE AS IT STANDS.
000760 77  DKY-SHOW-TEXT-1            PIC X(50) VALUE SPACES.
000770 77  DKY-SHOW-TEXT-2            PIC X(50) VALUE SPACES.
000780 77  DKY-SHOW-STATE             PIC X(40) VALUE SPACES.
000790 77  DKY-VALUE-ED               PIC Z9.
000800
000810 SCREEN SECTION.
000820 01  S-DKY-OPERATOR-ID.
000830     05  LINE 1 COL 8 VALUE 'Identifiant operateur : '.
000840     05  PIC X(08) TO DKY-OPERATOR-ID REQUIRED.
000850     05  LINE 1 COL 44 VALUE 'PIN : '.
000860     05  PIC X(06) TO OPS-PIN SECURE.
000870     05  LINE 1 COL 58 VALUE 'Nouveau PIN : '.
000880     05  PIC X(06) TO OPS-NEW-PIN SECURE.
000890
000900 01  S-DKY-SEQ-NO.
000910     05  LINE 3 COL 8 VALUE 'Numero de sequence : '.
000920     05  PIC X(05) TO DKY-SEQ-ENTRY REQUIRED.
000930
000940 01  S-DKY-CURRENT.
000950     05  LINE 5 COL 8 VALUE 'Texte actuel....... : '.
000960     05  LINE 5 COL 30 PIC X(50) FROM DKY-SHOW-TEXT-1.
000970     05  LINE 6 COL 30 PIC X(50) FROM DKY-SHOW-TEXT-2.
000980     05  LINE 7 COL 8 VALUE 'Etat / valeur...... : '.
000990     05  LINE 7 COL 30 PIC X(40) FROM DKY-SHOW-STATE.
001000
001010 01  S-DKY-NEW-TEXT.
001020     05  LINE 9 COL 8 VALUE 'Texte corrige...... : '.
001030     05  LINE 9 COL 30 PIC X(50) TO DKY-NEW-TEXT-1.
001040     05  LINE 10 COL 30 PIC X(50) TO DKY-NEW-TEXT-2.
001050
001060 01  S-DKY-CONFIRM.
001070     05  LINE 12 COL 8 VALUE 'Soumettre a approbation (O/N) : '.
001080     05  PIC X TO DKY-CONFIRM-ANSWER REQUIRED.
001090
001100 01  S-DKY-AGAIN.
001110     05  LINE 14 COL 8 VALUE 'Autre correction (O/N) : '.
001120     05  PIC X TO DKY-AGAIN-ANSWER REQUIRED.
001130
001140 PROCEDURE DIVISION.
001150 0000-MAINLINE.
001160     PERFORM 1000-SIGN-ON THRU 1000-SIGN-ON-EXIT.
001170     IF DKY-DONE
001180         GO TO 9999-EXIT
001190     END-IF.
001200     PERFORM 2000-KEY-ONE-CORRECTION
001210             THRU 2000-KEY-ONE-CORRECTION-EXIT
001220         UNTIL DKY-DONE.
001230     DISPLAY 'Corrections soumises : ' DKY-QUEUED-COUNT
001240         LINE 18 COL 8.
001250     GO TO 9999-EXIT.
001260
001270 0000-MAINLINE-EXIT.
001280     EXIT.
001290
001300******************************************************************
001310*    1000-SIGN-ON - KEYING A CORRECTION NEEDS THE SAME LEVEL 2
001320*    AS CORRECTING A REJECT ON REJFIX.
001330******************************************************************
001340 1000-SIGN-ON.
001350     ACCEPT S-DKY-OPERATOR-ID.
001360     MOVE DKY-OPERATOR-ID TO OPS-OPERATOR-ID.
001370     MOVE 2 TO OPS-REQUIRED-LEVEL.
001380     CALL 'OPRSIGN' USING OPS-SIGNON-PARM.
001390     IF OPS-SIGNON-REFUSED
001400         DISPLAY OPS-MESSAGE LINE 2 COL 8
001410         MOVE 'Y' TO DKY-DONE-SW
001420     END-IF.
001430
001440 1000-SIGN-ON-EXIT.
001450     EXIT.
001460
001470******************************************************************
001480*    2000-KEY-ONE-CORRECTION - SEQUENCE NUMBER, THE LINE AS IT
001490*    STANDS, THE CORRECTED TEXT, VALIDATE, CONFIRM, QUEUE.
001500******************************************************************
001510 2000-KEY-ONE-CORRECTION.
001520     MOVE SPACES TO DKY-SEQ-ENTRY DKY-NEW-TEXT-1 DKY-NEW-TEXT-2.
001530     ACCEPT S-DKY-SEQ-NO.
001540     IF DKY-SEQ-ENTRY NOT NUMERIC
001550         DISPLAY 'Numero non numerique - reessayer.'
001560             LINE 16 COL 8
001570         GO TO 2000-KEY-ONE-CORRECTION-ASK
001580     END-IF.
001590     PERFORM 2010-LOOK-UP-MASTER THRU 2010-LOOK-UP-MASTER-EXIT.
001600     DISPLAY S-DKY-CURRENT.
001610     ACCEPT S-DKY-NEW-TEXT.
001620     PERFORM 2020-VALIDATE-ENTRY THRU 2020-VALIDATE-ENTRY-EXIT.
001630     IF NOT DKY-ENTRY-VALID
001640         DISPLAY DKY-ERROR-TEXT LINE 16 COL 8
001650         GO TO 2000-KEY-ONE-CORRECTION-ASK
001660     END-IF.
001670     ACCEPT S-DKY-CONFIRM.
001680     IF DKY-CONFIRM-ANSWER = 'O' OR DKY-CONFIRM-ANSWER = 'o'
001690         PERFORM 2030-QUEUE-CORRECTION
001700                 THRU 2030-QUEUE-CORRECTION-EXIT
001710     ELSE
001720         DISPLAY 'Correction abandonnee.' LINE 16 COL 8
001730     END-IF.
001740
001750 2000-KEY-ONE-CORRECTION-ASK.
001760     ACCEPT S-DKY-AGAIN.
001770     IF DKY-AGAIN-ANSWER = 'O' OR DKY-AGAIN-ANSWER = 'o'
001780         MOVE 'N' TO DKY-DONE-SW
001790     ELSE
001800         MOVE 'Y' TO DKY-DONE-SW
001810     END-IF.
001820
001830 2000-KEY-ONE-CORRECTION-EXIT.
001840     EXIT.
001850
001860******************************************************************
001870*    2010-LOOK-UP-MASTER - THE LINE AS IT STANDS TODAY.  A KEY
001880*    NOT ON THE MASTER IS ALLOWED - THE CORRECTION WILL ADD IT.
001890******************************************************************
001900 2010-LOOK-UP-MASTER.
001910     MOVE SPACES TO DKY-SHOW-TEXT-1 DKY-SHOW-TEXT-2
001920         DKY-SHOW-STATE.
001930     OPEN INPUT DKY-MASTER-FILE.
001940     IF DKY-MASTER-STATUS NOT = '00'
001950         MOVE 'MAITRE CALMSTR INDISPONIBLE' TO DKY-SHOW-STATE
001960         GO TO 2010-LOOK-UP-MASTER-EXIT
001970     END-IF.
001980     MOVE DKY-SEQ-ENTRY TO CALM-SEQ-NO.
001990     READ DKY-MASTER-FILE
002000         INVALID KEY
002010             MOVE 'ABSENT DU MAITRE - LA CORRECTION L AJOUTE'
002020                 TO DKY-SHOW-STATE
002030         NOT INVALID KEY
002040             MOVE CALM-CALIB-TEXT(1:50) TO DKY-SHOW-TEXT-1
002050             MOVE CALM-CALIB-TEXT(51:50) TO DKY-SHOW-TEXT-2
002060             MOVE CALM-VALUE TO DKY-VALUE-ED
002070             EVALUATE TRUE
002080                 WHEN CALM-CALIBRATED
002090                     STRING 'CALIBREE - VALEUR ' DKY-VALUE-ED
002100                         DELIMITED BY SIZE INTO DKY-SHOW-STATE
002110                 WHEN CALM-EXCEPTION
002120                     MOVE 'EXCEPTION - AUCUN CHIFFRE'
002130                         TO DKY-SHOW-STATE
002140                 WHEN OTHER
002150                     MOVE 'CHARGEE - PAS ENCORE CALIBREE'
002160                         TO DKY-SHOW-STATE
002170             END-EVALUATE
002180     END-READ.
002190     CLOSE DKY-MASTER-FILE.
002200
002210 2010-LOOK-UP-MASTER-EXIT.
002220     EXIT.
002230
002240******************************************************************
002250*    2020-VALIDATE-ENTRY - THE SAME BASIC TEST CALDELTA APPLIES:
002260*    A CORRECTION NEEDS SOME TEXT.
002270******************************************************************
002280 2020-VALIDATE-ENTRY.
002290     MOVE 'N' TO DKY-VALID-SW.
002300     IF DKY-NEW-TEXT-1 = SPACES AND DKY-NEW-TEXT-2 = SPACES
002310         MOVE 'Texte corrige obligatoire.' TO DKY-ERROR-TEXT
002320         GO TO 2020-VALIDATE-ENTRY-EXIT
002330     END-IF.
002340     MOVE 'Y' TO DKY-VALID-SW.
002350
002360 2020-VALIDATE-ENTRY-EXIT.
002370     EXIT.
002380
002390******************************************************************
002400*    2030-QUEUE-CORRECTION - ADD THE PENDING ENTRY.  THE FIRST
002410*    CORRECTION EVER KEYED CREATES THE QUEUE.
002420******************************************************************
002430 2030-QUEUE-CORRECTION.
002440     OPEN I-O DKY-QUEUE-FILE.
002450     IF DKY-QUEUE-STATUS = '35'
002460         OPEN OUTPUT DKY-QUEUE-FILE
002470         CLOSE DKY-QUEUE-FILE
002480         OPEN I-O DKY-QUEUE-FILE
002490     END-IF.
002500     IF DKY-QUEUE-STATUS NOT = '00'
002510         DISPLAY 'CALDQUE INDISPONIBLE - STATUT: '
002520             DKY-QUEUE-STATUS LINE 16 COL 8
002530         GO TO 2030-QUEUE-CORRECTION-EXIT
002540     END-IF.
002550     MOVE SPACES TO CDQ-QUEUE-RECORD.
002560     MOVE FUNCTION CURRENT-DATE(1:8) TO CDQ-ENTRY-DATE.
002570     MOVE FUNCTION CURRENT-DATE(9:6) TO CDQ-ENTRY-TIME.
002580     MOVE DKY-SEQ-ENTRY TO CDQ-SEQ-NO.
002590     MOVE DKY-NEW-TEXT-1 TO CDQ-CALIB-TEXT(1:50).
002600     MOVE DKY-NEW-TEXT-2 TO CDQ-CALIB-TEXT(51:50).
002610     MOVE 'P' TO CDQ-STATUS.
002620     MOVE DKY-OPERATOR-ID TO CDQ-MAKER-ID.
002630     MOVE ZERO TO CDQ-DECISION-DATE CDQ-APPLIED-DATE.
002640     WRITE CDQ-QUEUE-RECORD.
002650     IF DKY-QUEUE-STATUS NOT = '00'
002660         DISPLAY 'ECRITURE CALDQUE IMPOSSIBLE - STATUT: '
002670             DKY-QUEUE-STATUS LINE 16 COL 8
002680         CLOSE DKY-QUEUE-FILE
002690         GO TO 2030-QUEUE-CORRECTION-EXIT
002700     END-IF.
002710     CLOSE DKY-QUEUE-FILE.
002720     ADD 1 TO DKY-QUEUED-COUNT.
002730     DISPLAY 'Correction en attente d approbation.'
002740         LINE 16 COL 8.
002750
002760 2030-QUEUE-CORRECTION-EXIT.
002770     EXIT.
002780
002790 9999-EXIT.
002800     STOP RUN.
