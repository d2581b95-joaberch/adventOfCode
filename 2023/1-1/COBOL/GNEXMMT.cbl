000100******************************************************************
000110*    PROGRAM-ID..: GNEXMMT
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: ONLINE MAINTENANCE SCREEN FOR THE GNEXAM
000170*                   CERTIFICATION EXAM guessNumber OFFERS IN EXAM
000180*                   MODE.  A SUPERVISOR (AUTHORITY 3, CHECKED
000190*                   THROUGH OPRSIGN) SETS THE EXAM'S IDENTIFIER,
000200*                   RANGE, ATTEMPT CAP, NUMBER OF ROUNDS, PASS
000210*                   MARK (ROUNDS TO WIN), HOW MANY DAYS A PASS
000220*                   CERTIFIES FOR, AND THE BASE SEED THE FIXED
000230*                   SERIES OF ROUNDS IS DRAWN FROM.  EVERY NEW
000240*                   EXAM MUST CARRY A NEW IDENTIFIER, SINCE AN
000250*                   OPERATOR MAY SIT EACH EXAM ONCE.  EVERY
000260*                   CHANGE APPENDS A DATED LINE TO THE GNEXAMAU
000270*                   AUDIT FILE, AS GNPARMNT DOES FOR GNPARM.
000280*    MODIFICATION HISTORY:
000290*      2026-10-15  RJB  ORIGINAL.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. GNEXMMT.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT EMT-EXAM-FILE ASSIGN TO 'GNEXAM'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS EMT-EXAM-STATUS.
000400
000410     SELECT EMT-AUDIT-FILE ASSIGN TO 'GNEXAMAU'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS EMT-AUDIT-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  EMT-EXAM-FILE
000480     RECORDING MODE IS F.
000490     COPY GNEXAMC.
000500
000510 FD  EMT-AUDIT-FILE
000520     RECORDING MODE IS F.
000530 01  EMT-AUDIT-RECORD           PIC X(80).
000540
000550 WORKING-STORAGE SECTION.
000560     COPY OPRSIGNL.
000570 01  EMT-AUDIT-LINE.
000580     05  EMT-AUD-DATE           PIC X(08).
000590     05  FILLER                 PIC X(02) VALUE SPACES.
000600     05  EMT-AUD-OPERATOR       PIC X(08).
000610     05  FILLER                 PIC X(02) VALUE SPACES.
000620     05  EMT-AUD-OLD-ID         PIC X(08).
000630     05  FILLER                 PIC X(04) VALUE ' -> '.
000640     05  EMT-AUD-NEW-ID         PIC X(08).
000650     05  FILLER                 PIC X(02) VALUE SPACES.
000660     05  EMT-AUD-LOW            PIC 9(03).
000670     05  FILLER                 PIC X(01) VALUE '/'.
000680     05  EMT-AUD-HIGH           PIC 9(03).
000690     05  FILLER                 PIC X(01) VALUE '/'.
000700     05  EMT-AUD-MAX            PIC 9(03).
000710     05  FILLER                 PIC X(02) VALUE SPACES.
000720     05  EMT-AUD-PASS           PIC 9(02).
000730     05  FILLER                 PIC X(01) VALUE '/'.
000740     05  EMT-AUD-ROUNDS         PIC 9(02).
000750     05  FILLER                 PIC X(02) VALUE SPACES.
000760     05  EMT-AUD-DAYS           PIC 9(03).
000770     05  FILLER                 PIC X(02) VALUE SPACES.
000780     05  EMT-AUD-SEED           PIC 9(08).
000790
000800 77  EMT-EXAM-STATUS            PIC X(02) VALUE '00'.
000810 77  EMT-AUDIT-STATUS           PIC X(02) VALUE '00'.
000820
000830 77  EMT-OPERATOR-ID            PIC X(08) VALUE SPACES.
000840
000850*    THE EXAM NOW ON FILE (BLANK IDENTIFIER WHEN THERE IS NONE).
000860 77  EMT-OLD-ID                 PIC X(08) VALUE SPACES.
000870 77  EMT-OLD-LOW                PIC 9(03) VALUE ZERO.
000880 77  EMT-OLD-HIGH               PIC 9(03) VALUE ZERO.
000890 77  EMT-OLD-MAX                PIC 9(03) VALUE ZERO.
000900 77  EMT-OLD-ROUNDS             PIC 9(02) VALUE ZERO.
000910 77  EMT-OLD-PASS               PIC 9(02) VALUE ZERO.
000920 77  EMT-OLD-DAYS               PIC 9(03) VALUE ZERO.
000930 77  EMT-OLD-SEED               PIC 9(08) VALUE ZERO.
000940
000950*    THE REPLACEMENT AS KEYED, THEN AS VALIDATED NUMBERS.
000960 77  EMT-NEW-ID                 PIC X(08) VALUE SPACES.
000970 77  EMT-NEW-LOW-X              PIC X(03) VALUE SPACES.
000980 77  EMT-NEW-HIGH-X             PIC X(03) VALUE SPACES.
000990 77  EMT-NEW-MAX-X              PIC X(03) VALUE SPACES.
001000 77  EMT-NEW-ROUNDS-X           PIC X(02) VALUE SPACES.
001010 77  EMT-NEW-PASS-X             PIC X(02) VALUE SPACES.
001020 77  EMT-NEW-DAYS-X             PIC X(03) VALUE SPACES.
001030 77  EMT-NEW-SEED-X             PIC X(08) VALUE SPACES.
001040 77  EMT-NEW-LOW                PIC 9(03) VALUE ZERO.
001050 77  EMT-NEW-HIGH               PIC 9(03) VALUE ZERO.
001060 77  EMT-NEW-MAX                PIC 9(03) VALUE ZERO.
001070 77  EMT-NEW-ROUNDS             PIC 9(02) VALUE ZERO.
001080 77  EMT-NEW-PASS               PIC 9(02) VALUE ZERO.
001090 77  EMT-NEW-DAYS               PIC 9(03) VALUE ZERO.
001100 77  EMT-NEW-SEED               PIC 9(08) VALUE ZERO.
001110
001120 77  EMT-VALID-SW               PIC X VALUE 'N'.
001130     88  EMT-ENTRY-VALID                VALUE 'Y'.
001140 77  EMT-DONE-SW                PIC X VALUE 'N'.
001150     88  EMT-DONE                       VALUE 'Y'.
001160 77  EMT-REWRITE-OK-SW          PIC X VALUE 'N'.
001170     88  EMT-REWRITE-OK                 VALUE 'Y'.
001180 77  EMT-CONFIRM-ANSWER         PIC X VALUE 'N'.
001190 77  EMT-ERROR-TEXT             PIC X(40) VALUE SPACES.
001200
001210 SCREEN SECTION.
001220 01  S-EMT-OPERATOR-ID.
001230     05  LINE 3 COL 8 VALUE 'Identifiant superviseur : '.
001240     05  PIC X(08) TO EMT-OPERATOR-ID REQUIRED.
001250     05  LINE 3 COL 44 VALUE 'PIN : '.
001260     05  PIC X(06) TO OPS-PIN SECURE.
001270     05  LINE 3 COL 58 VALUE 'Nouveau PIN : '.
001280     05  PIC X(06) TO OPS-NEW-PIN SECURE.
001290
001300 01  S-EMT-CURRENT.
001310     05  LINE 5 COL 8 VALUE 'Examen actuel..... : '.
001320     05  LINE 5 COL 30 PIC X(08) FROM EMT-OLD-ID.
001330     05  LINE 6 COL 8 VALUE 'Bornes / tent. max : '.
001340     05  LINE 6 COL 30 PIC ZZ9 FROM EMT-OLD-LOW.
001350     05  LINE 6 COL 34 PIC ZZ9 FROM EMT-OLD-HIGH.
001360     05  LINE 6 COL 38 PIC ZZ9 FROM EMT-OLD-MAX.
001370     05  LINE 7 COL 8 VALUE 'Manches / seuil... : '.
001380     05  LINE 7 COL 30 PIC Z9 FROM EMT-OLD-ROUNDS.
001390     05  LINE 7 COL 34 PIC Z9 FROM EMT-OLD-PASS.
001400     05  LINE 8 COL 8 VALUE 'Validite (jours).. : '.
001410     05  LINE 8 COL 30 PIC ZZ9 FROM EMT-OLD-DAYS.
001420     05  LINE 8 COL 38 VALUE 'Graine : '.
001430     05  LINE 8 COL 47 PIC 9(08) FROM EMT-OLD-SEED.
001440
001450 01  S-EMT-NEW-VALUES.
001460     05  LINE 10 COL 8 VALUE 'Nouvel identifiant d examen : '.
001470     05  LINE 10 COL 39 PIC X(08) TO EMT-NEW-ID REQUIRED.
001480     05  LINE 11 COL 8 VALUE 'Borne basse................ : '.
001490     05  LINE 11 COL 39 PIC X(03) TO EMT-NEW-LOW-X REQUIRED.
001500     05  LINE 12 COL 8 VALUE 'Borne haute................ : '.
001510     05  LINE 12 COL 39 PIC X(03) TO EMT-NEW-HIGH-X REQUIRED.
001520     05  LINE 13 COL 8 VALUE 'Tentatives max par manche.. : '.
001530     05  LINE 13 COL 39 PIC X(03) TO EMT-NEW-MAX-X REQUIRED.
001540     05  LINE 14 COL 8 VALUE 'Nombre de manches (1-20)... : '.
001550     05  LINE 14 COL 39 PIC X(02) TO EMT-NEW-ROUNDS-X REQUIRED.
001560     05  LINE 15 COL 8 VALUE 'Manches gagnees requises... : '.
001570     05  LINE 15 COL 39 PIC X(02) TO EMT-NEW-PASS-X REQUIRED.
001580     05  LINE 16 COL 8 VALUE 'Validite certificat (jours) : '.
001590     05  LINE 16 COL 39 PIC X(03) TO EMT-NEW-DAYS-X REQUIRED.
001600     05  LINE 17 COL 8 VALUE 'Graine de base (8 chiffres) : '.
001610     05  LINE 17 COL 39 PIC X(08) TO EMT-NEW-SEED-X REQUIRED.
001620
001630 01  S-EMT-CONFIRM.
001640     05  LINE 19 COL 8 VALUE 'Confirmer (O/N) : '.
001650     05  PIC X TO EMT-CONFIRM-ANSWER REQUIRED.
001660
001670 PROCEDURE DIVISION.
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001700     PERFORM 2000-MAINTAIN-EXAM THRU 2000-MAINTAIN-EXAM-EXIT
001710         UNTIL EMT-DONE.
001720     GO TO 9999-EXIT.
001730
001740 0000-MAINLINE-EXIT.
001750     EXIT.
001760
001770******************************************************************
001780*    1000-INITIALIZE - SUPERVISOR SIGN-ON, THEN LOAD THE EXAM
001790*    NOW ON FILE.  NO FILE, OR A MALFORMED ONE, SHOWS AS NO EXAM
001800*    SET - THE FIRST CONFIRMED ENTRY CREATES IT.
001810******************************************************************
001820 1000-INITIALIZE.
001830     ACCEPT S-EMT-OPERATOR-ID.
001840     MOVE EMT-OPERATOR-ID TO OPS-OPERATOR-ID.
001850     MOVE 3 TO OPS-REQUIRED-LEVEL.
001860     CALL 'OPRSIGN' USING OPS-SIGNON-PARM.
001870     IF OPS-SIGNON-REFUSED
001880         DISPLAY OPS-MESSAGE LINE 21 COL 8
001890         MOVE 'Y' TO EMT-DONE-SW
001900         GO TO 1000-INITIALIZE-EXIT
001910     END-IF.
001920     OPEN INPUT EMT-EXAM-FILE.
001930     IF EMT-EXAM-STATUS = '00'
001940         READ EMT-EXAM-FILE
001950             AT END
001960                 MOVE '10' TO EMT-EXAM-STATUS
001970         END-READ
001980         CLOSE EMT-EXAM-FILE
001990     END-IF.
002000     IF EMT-EXAM-STATUS = '00'
002010             AND EXM-LOW IS NUMERIC
002020             AND EXM-HIGH IS NUMERIC
002030             AND EXM-MAX-ATTEMPTS IS NUMERIC
002040             AND EXM-ROUNDS IS NUMERIC
002050             AND EXM-PASS-MARK IS NUMERIC
002060             AND EXM-VALID-DAYS IS NUMERIC
002070             AND EXM-BASE-SEED IS NUMERIC
002080         MOVE EXM-EXAM-ID TO EMT-OLD-ID
002090         MOVE EXM-LOW TO EMT-OLD-LOW
002100         MOVE EXM-HIGH TO EMT-OLD-HIGH
002110         MOVE EXM-MAX-ATTEMPTS TO EMT-OLD-MAX
002120         MOVE EXM-ROUNDS TO EMT-OLD-ROUNDS
002130         MOVE EXM-PASS-MARK TO EMT-OLD-PASS
002140         MOVE EXM-VALID-DAYS TO EMT-OLD-DAYS
002150         MOVE EXM-BASE-SEED TO EMT-OLD-SEED
002160     ELSE
002170         DISPLAY 'GNEXAM ABSENT OU INVALIDE - AUCUN EXAMEN'
002180             LINE 1
002190     END-IF.
002200
002210 1000-INITIALIZE-EXIT.
002220     EXIT.
002230
002240******************************************************************
002250*    2000-MAINTAIN-EXAM - SHOW THE EXAM ON FILE, ACCEPT THE NEW
002260*    ONE, VALIDATE AND, ON CONFIRMATION, REPLACE THE RECORD AND
002270*    APPEND THE AUDIT LINE.  INVALID ENTRIES SHOW THE REASON
002280*    AND COME BACK FOR ANOTHER TRY.
002290******************************************************************
002300 2000-MAINTAIN-EXAM.
002310     DISPLAY S-EMT-CURRENT.
002320     ACCEPT S-EMT-NEW-VALUES.
002330     PERFORM 2010-VALIDATE-ENTRY THRU 2010-VALIDATE-ENTRY-EXIT.
002340     IF NOT EMT-ENTRY-VALID
002350         DISPLAY EMT-ERROR-TEXT LINE 21 COL 8
002360         GO TO 2000-MAINTAIN-EXAM-EXIT
002370     END-IF.
002380     ACCEPT S-EMT-CONFIRM.
002390     IF EMT-CONFIRM-ANSWER = 'O' OR EMT-CONFIRM-ANSWER = 'o'
002400         PERFORM 2020-REWRITE-EXAM THRU 2020-REWRITE-EXAM-EXIT
002410         IF EMT-REWRITE-OK
002420             PERFORM 2030-WRITE-AUDIT-LINE
002430                     THRU 2030-WRITE-AUDIT-LINE-EXIT
002440             DISPLAY 'Examen enregistre.' LINE 21 COL 8
002450         END-IF
002460     ELSE
002470         DISPLAY 'Mise a jour abandonnee.' LINE 21 COL 8
002480     END-IF.
002490     MOVE 'Y' TO EMT-DONE-SW.
002500
002510 2000-MAINTAIN-EXAM-EXIT.
002520     EXIT.
002530
002540******************************************************************
002550*    2010-VALIDATE-ENTRY - A NEW, NON-BLANK IDENTIFIER; ALL
002560*    NUMBERS NUMERIC; LOW AT LEAST 1 AND BELOW HIGH; A REAL
002570*    ATTEMPT CAP (AN EXAM WITHOUT ONE CANNOT BE FAILED); 1-20
002580*    ROUNDS; A PASS MARK FROM 1 TO THE NUMBER OF ROUNDS; AT
002590*    LEAST ONE DAY OF VALIDITY.
002600******************************************************************
002610 2010-VALIDATE-ENTRY.
002620     MOVE 'N' TO EMT-VALID-SW.
002630     IF EMT-NEW-ID = SPACES
002640         MOVE 'Identifiant d examen obligatoire.'
002650             TO EMT-ERROR-TEXT
002660         GO TO 2010-VALIDATE-ENTRY-EXIT
002670     END-IF.
002680     IF EMT-NEW-ID = EMT-OLD-ID
002690         MOVE 'Nouvel examen: changer l identifiant.'
002700             TO EMT-ERROR-TEXT
002710         GO TO 2010-VALIDATE-ENTRY-EXIT
002720     END-IF.
002730     IF EMT-NEW-LOW-X NOT NUMERIC
002740             OR EMT-NEW-HIGH-X NOT NUMERIC
002750             OR EMT-NEW-MAX-X NOT NUMERIC
002760             OR EMT-NEW-ROUNDS-X NOT NUMERIC
002770             OR EMT-NEW-PASS-X NOT NUMERIC
002780             OR EMT-NEW-DAYS-X NOT NUMERIC
002790             OR EMT-NEW-SEED-X NOT NUMERIC
002800         MOVE 'Valeurs non numeriques - reessayer.'
002810             TO EMT-ERROR-TEXT
002820         GO TO 2010-VALIDATE-ENTRY-EXIT
002830     END-IF.
002840     MOVE EMT-NEW-LOW-X TO EMT-NEW-LOW.
002850     MOVE EMT-NEW-HIGH-X TO EMT-NEW-HIGH.
002860     MOVE EMT-NEW-MAX-X TO EMT-NEW-MAX.
002870     MOVE EMT-NEW-ROUNDS-X TO EMT-NEW-ROUNDS.
002880     MOVE EMT-NEW-PASS-X TO EMT-NEW-PASS.
002890     MOVE EMT-NEW-DAYS-X TO EMT-NEW-DAYS.
002900     MOVE EMT-NEW-SEED-X TO EMT-NEW-SEED.
002910     IF EMT-NEW-LOW < 1
002920         MOVE 'Borne basse doit etre au moins 1.'
002930             TO EMT-ERROR-TEXT
002940         GO TO 2010-VALIDATE-ENTRY-EXIT
002950     END-IF.
002960     IF EMT-NEW-LOW >= EMT-NEW-HIGH
002970         MOVE 'Borne basse doit etre sous la haute.'
002980             TO EMT-ERROR-TEXT
002990         GO TO 2010-VALIDATE-ENTRY-EXIT
003000     END-IF.
003010     IF EMT-NEW-MAX < 1
003020         MOVE 'Tentatives max: au moins 1 a l examen.'
003030             TO EMT-ERROR-TEXT
003040         GO TO 2010-VALIDATE-ENTRY-EXIT
003050     END-IF.
003060     IF EMT-NEW-ROUNDS < 1 OR EMT-NEW-ROUNDS > 20
003070         MOVE 'Manches: de 1 a 20.' TO EMT-ERROR-TEXT
003080         GO TO 2010-VALIDATE-ENTRY-EXIT
003090     END-IF.
003100     IF EMT-NEW-PASS < 1 OR EMT-NEW-PASS > EMT-NEW-ROUNDS
003110         MOVE 'Seuil: de 1 au nombre de manches.'
003120             TO EMT-ERROR-TEXT
003130         GO TO 2010-VALIDATE-ENTRY-EXIT
003140     END-IF.
003150     IF EMT-NEW-DAYS < 1
003160         MOVE 'Validite: au moins 1 jour.' TO EMT-ERROR-TEXT
003170         GO TO 2010-VALIDATE-ENTRY-EXIT
003180     END-IF.
003190     MOVE 'Y' TO EMT-VALID-SW.
003200
003210 2010-VALIDATE-ENTRY-EXIT.
003220     EXIT.
003230
003240 2020-REWRITE-EXAM.
003250     MOVE 'N' TO EMT-REWRITE-OK-SW.
003260     OPEN OUTPUT EMT-EXAM-FILE.
003270     IF EMT-EXAM-STATUS NOT = '00'
003280         DISPLAY 'ECRITURE GNEXAM IMPOSSIBLE - STATUS: '
003290             EMT-EXAM-STATUS LINE 21 COL 8
003300         GO TO 2020-REWRITE-EXAM-EXIT
003310     END-IF.
003320     MOVE SPACES TO EXM-EXAM-RECORD.
003330     MOVE EMT-NEW-ID TO EXM-EXAM-ID.
003340     MOVE EMT-NEW-LOW TO EXM-LOW.
003350     MOVE EMT-NEW-HIGH TO EXM-HIGH.
003360     MOVE EMT-NEW-MAX TO EXM-MAX-ATTEMPTS.
003370     MOVE EMT-NEW-ROUNDS TO EXM-ROUNDS.
003380     MOVE EMT-NEW-PASS TO EXM-PASS-MARK.
003390     MOVE EMT-NEW-DAYS TO EXM-VALID-DAYS.
003400     MOVE EMT-NEW-SEED TO EXM-BASE-SEED.
003410     MOVE EMT-OPERATOR-ID TO EXM-SET-BY.
003420     MOVE FUNCTION CURRENT-DATE(1:8) TO EXM-SET-DATE.
003430     WRITE EXM-EXAM-RECORD.
003431     IF EMT-EXAM-STATUS NOT = '00'
003432         DISPLAY 'ECRITURE GNEXAM IMPOSSIBLE - STATUS: '
003433             EMT-EXAM-STATUS LINE 21 COL 8
003434         CLOSE EMT-EXAM-FILE
003435         GO TO 2020-REWRITE-EXAM-EXIT
003436     END-IF.
003440     CLOSE EMT-EXAM-FILE.
003450     MOVE 'Y' TO EMT-REWRITE-OK-SW.
003460
003470 2020-REWRITE-EXAM-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510*    2030-WRITE-AUDIT-LINE - APPEND WHO REPLACED WHICH EXAM WITH
003520*    WHAT, DATED, TO GNEXAMAU (CREATED ON THE FIRST CHANGE).
003530******************************************************************
003540 2030-WRITE-AUDIT-LINE.
003550     OPEN EXTEND EMT-AUDIT-FILE.
003560     IF EMT-AUDIT-STATUS = '35'
003570         OPEN OUTPUT EMT-AUDIT-FILE
003580     END-IF.
003590     IF EMT-AUDIT-STATUS NOT = '00'
003600         DISPLAY 'ECRITURE GNEXAMAU IMPOSSIBLE - STATUS: '
003610             EMT-AUDIT-STATUS LINE 21 COL 8
003620         GO TO 2030-WRITE-AUDIT-LINE-EXIT
003630     END-IF.
003640     MOVE FUNCTION CURRENT-DATE(1:8) TO EMT-AUD-DATE.
003650     MOVE EMT-OPERATOR-ID TO EMT-AUD-OPERATOR.
003660     MOVE EMT-OLD-ID TO EMT-AUD-OLD-ID.
003670     MOVE EMT-NEW-ID TO EMT-AUD-NEW-ID.
003680     MOVE EMT-NEW-LOW TO EMT-AUD-LOW.
003690     MOVE EMT-NEW-HIGH TO EMT-AUD-HIGH.
003700     MOVE EMT-NEW-MAX TO EMT-AUD-MAX.
003710     MOVE EMT-NEW-PASS TO EMT-AUD-PASS.
003720     MOVE EMT-NEW-ROUNDS TO EMT-AUD-ROUNDS.
003730     MOVE EMT-NEW-DAYS TO EMT-AUD-DAYS.
003740     MOVE EMT-NEW-SEED TO EMT-AUD-SEED.
003750     MOVE EMT-AUDIT-LINE TO EMT-AUDIT-RECORD.
003760     WRITE EMT-AUDIT-RECORD.
003770     CLOSE EMT-AUDIT-FILE.
003780
003790 2030-WRITE-AUDIT-LINE-EXIT.
003800     EXIT.
003810
003820 9999-EXIT.
003830     STOP RUN.
