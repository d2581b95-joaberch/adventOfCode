000100******************************************************************
000110*    PROGRAM-ID..: CALDICMT
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: SUPERVISOR MAINTENANCE SCREEN FOR THE CALDICTM
000170*                   WORD-DIGIT DICTIONARY.  A SUPERVISOR
000180*                   (AUTHORITY 3, CHECKED THROUGH THE SHARED
000190*                   OPRSIGN SIGN-ON) MAINTAINS TWO KINDS OF
000200*                   ENTRY:
000210*                     M - THE SPELLED-OUT WORD FOR ONE DIGIT IN
000220*                         ONE LANGUAGE (KEY = LANGUAGE + DIGIT,
000230*                         E.G. FR7).
000240*                     S - THE LANGUAGE A SOURCE FEED IS WRITTEN
000250*                         IN (KEY = DONNEE-SOURCE-ID, OR *DEFAULT
000260*                         FOR EVERY SOURCE WITHOUT ITS OWN ENTRY).
000270*                         A BLANK LANGUAGE REMOVES THE ENTRY.
000280*                   A SOURCE CAN ONLY BE POINTED AT A LANGUAGE
000290*                   WITH ALL NINE WORDS ON FILE.  THE FIRST USE
000300*                   CREATES THE MASTER WITH THE STANDARD ENGLISH
000310*                   AND FRENCH SPELLINGS AND ENGLISH AS THE
000320*                   DEFAULT.  EVERY CHANGE APPENDS A DATED BEFORE/
000330*                   AFTER LINE TO THE CALDICAU AUDIT FILE.  THE
000340*                   CALIBRATION PROGRAMS READ THE CALDICT SNAPSHOT
000350*                   CALDSNAP TAKES AT THE TOP OF THE NIGHT, SO A
000360*                   CHANGE MADE HERE APPLIES FROM THE NEXT NIGHT'S
000370*                   CHAIN.
000380*    MODIFICATION HISTORY:
000390*      2026-10-15  RJB  ORIGINAL.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. CALDICMT.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT DMT-DICT-FILE ASSIGN TO 'CALDICTM'
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS DCT-KEY
000510         FILE STATUS IS DMT-DICT-STATUS.
000520
000530     SELECT DMT-AUDIT-FILE ASSIGN TO 'CALDICAU'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS DMT-AUDIT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  DMT-DICT-FILE.
000600     COPY CALDICTC.
000610
000620 FD  DMT-AUDIT-FILE
000630     RECORDING MODE IS F.
000640 01  DMT-AUDIT-RECORD           PIC X(70).
000650
000660 WORKING-STORAGE SECTION.
000670     COPY OPRSIGNL.
000680
000690 01  DMT-AUDIT-LINE.
000700     05  DMT-AUD-DATE           PIC X(08).
000710     05  FILLER                 PIC X(02) VALUE SPACES.
000720     05  DMT-AUD-SUPERVISOR     PIC X(08).
000730     05  FILLER                 PIC X(02) VALUE SPACES.
000740     05  DMT-AUD-TYPE           PIC X(01).
000750     05  DMT-AUD-KEY            PIC X(08).
000760     05  FILLER                 PIC X(02) VALUE SPACES.
000770     05  DMT-AUD-ACTION         PIC X(09).
000780     05  FILLER                 PIC X(02) VALUE SPACES.
000790     05  DMT-AUD-OLD-VALUE      PIC X(10).
000800     05  FILLER                 PIC X(04) VALUE ' -> '.
000810     05  DMT-AUD-NEW-VALUE      PIC X(10).
000820
000830*    THE SPELLINGS THE MASTER IS CREATED WITH - LANGUAGE CODE
000840*    AND WORD, DIGITS ONE TO NINE IN ORDER, ENGLISH THEN FRENCH.
000850 01  DMT-SEED-VALUES.
000860     05  FILLER                 PIC X(12) VALUE 'ENone'.
000870     05  FILLER                 PIC X(12) VALUE 'ENtwo'.
000880     05  FILLER                 PIC X(12) VALUE 'ENthree'.
000890     05  FILLER                 PIC X(12) VALUE 'ENfour'.
000900     05  FILLER                 PIC X(12) VALUE 'ENfive'.
000910     05  FILLER                 PIC X(12) VALUE 'ENsix'.
000920     05  FILLER                 PIC X(12) VALUE 'ENseven'.
000930     05  FILLER                 PIC X(12) VALUE 'ENeight'.
000940     05  FILLER                 PIC X(12) VALUE 'ENnine'.
000950     05  FILLER                 PIC X(12) VALUE 'FRun'.
000960     05  FILLER                 PIC X(12) VALUE 'FRdeux'.
000970     05  FILLER                 PIC X(12) VALUE 'FRtrois'.
000980     05  FILLER                 PIC X(12) VALUE 'FRquatre'.
000990     05  FILLER                 PIC X(12) VALUE 'FRcinq'.
001000     05  FILLER                 PIC X(12) VALUE 'FRsix'.
001010     05  FILLER                 PIC X(12) VALUE 'FRsept'.
001020     05  FILLER                 PIC X(12) VALUE 'FRhuit'.
001030     05  FILLER                 PIC X(12) VALUE 'FRneuf'.
001040 01  DMT-SEED-TABLE REDEFINES DMT-SEED-VALUES.
001050     05  DMT-SEED-ENTRY OCCURS 18 TIMES.
001060         10  DMT-SEED-LANGUAGE  PIC X(02).
001070         10  DMT-SEED-WORD      PIC X(10).
001080
001090 77  DMT-DICT-STATUS            PIC X(02) VALUE '00'.
001100 77  DMT-AUDIT-STATUS           PIC X(02) VALUE '00'.
001110
001120 77  DMT-SUPERVISOR-ID          PIC X(08) VALUE SPACES.
001130 77  DMT-DONE-SW                PIC X VALUE 'N'.
001140     88  DMT-DONE                       VALUE 'Y'.
001150 77  DMT-FOUND-SW               PIC X VALUE 'N'.
001160     88  DMT-ENTRY-FOUND                VALUE 'Y'.
001170 77  DMT-VALID-SW               PIC X VALUE 'N'.
001180     88  DMT-ENTRY-VALID                VALUE 'Y'.
001190
001200 77  DMT-ENTRY-TYPE             PIC X(01) VALUE SPACES.
001210     88  DMT-TYPE-WORD                  VALUE 'M' 'm'.
001220     88  DMT-TYPE-SOURCE                VALUE 'S' 's'.
001230 77  DMT-ENTRY-KEY              PIC X(08) VALUE SPACES.
001240 77  DMT-SEARCH-KEY             PIC X(09) VALUE SPACES.
001250 77  DMT-SHOW-STATE             PIC X(20) VALUE SPACES.
001260 77  DMT-SHOW-VALUE             PIC X(10) VALUE SPACES.
001270 77  DMT-SHOW-SET-BY            PIC X(08) VALUE SPACES.
001280 77  DMT-SHOW-SET-DATE          PIC X(08) VALUE SPACES.
001290 77  DMT-NEW-VALUE              PIC X(10) VALUE SPACES.
001300 77  DMT-ACTION                 PIC X(09) VALUE SPACES.
001310 77  DMT-CONFIRM-ANSWER         PIC X VALUE 'N'.
001320 77  DMT-AGAIN-ANSWER           PIC X VALUE 'N'.
001330 77  DMT-ERROR-TEXT             PIC X(40) VALUE SPACES.
001340
001350 77  DMT-WORD-LEN               PIC 9(02) VALUE ZERO.
001360 77  DMT-DIGIT                  PIC 9(02) COMP.
001370 77  DMT-SEED-SUB               PIC 9(02) COMP.
001380 77  DMT-MISSING-COUNT          PIC 9(02) VALUE ZERO.
001390 77  DMT-CHECK-LANGUAGE         PIC X(02) VALUE SPACES.
001400
001410 SCREEN SECTION.
001420 01  S-DMT-SUPERVISOR-ID.
001430     05  LINE 1 COL 8 VALUE 'Identifiant superviseur : '.
001440     05  PIC X(08) TO DMT-SUPERVISOR-ID REQUIRED.
001442     05  LINE 1 COL 44 VALUE 'PIN : '.
001444     05  PIC X(06) TO OPS-PIN SECURE.
001446     05  LINE 1 COL 58 VALUE 'Nouveau PIN : '.
001448     05  PIC X(06) TO OPS-NEW-PIN SECURE.
001450
001460 01  S-DMT-TARGET.
001470     05  LINE 3 COL 8 VALUE 'Type (M=mot / S=source) ..... : '.
001480     05  PIC X(01) TO DMT-ENTRY-TYPE REQUIRED.
001490     05  LINE 4 COL 8 VALUE 'Cle (langue+chiffre/source) . : '.
001500     05  PIC X(08) TO DMT-ENTRY-KEY REQUIRED.
001510
001520 01  S-DMT-CURRENT.
001530     05  LINE 5 COL 8 VALUE 'Etat................. : '.
001540     05  LINE 5 COL 33 PIC X(20) FROM DMT-SHOW-STATE.
001550     05  LINE 6 COL 8 VALUE 'Valeur actuelle...... : '.
001560     05  LINE 6 COL 33 PIC X(10) FROM DMT-SHOW-VALUE.
001570     05  LINE 7 COL 8 VALUE 'Modifie par.......... : '.
001580     05  LINE 7 COL 33 PIC X(08) FROM DMT-SHOW-SET-BY.
001590     05  LINE 8 COL 8 VALUE 'Modifie le........... : '.
001600     05  LINE 8 COL 33 PIC X(08) FROM DMT-SHOW-SET-DATE.
001610
001620 01  S-DMT-NEW-VALUES.
001630     05  LINE 10 COL 8 VALUE 'Nouveau mot / langue ....... : '.
001640     05  LINE 10 COL 39 PIC X(10) TO DMT-NEW-VALUE.
001650
001660 01  S-DMT-CONFIRM.
001670     05  LINE 14 COL 8 VALUE 'Confirmer (O/N) : '.
001680     05  PIC X TO DMT-CONFIRM-ANSWER REQUIRED.
001690
001700 01  S-DMT-AGAIN.
001710     05  LINE 16 COL 8 VALUE 'Autre entree (O/N) : '.
001720     05  PIC X TO DMT-AGAIN-ANSWER REQUIRED.
001730
001740 PROCEDURE DIVISION.
001750 0000-MAINLINE.
001760     PERFORM 1000-SIGN-ON THRU 1000-SIGN-ON-EXIT.
001770     IF DMT-DONE
001780         GO TO 9999-EXIT
001790     END-IF.
001800     PERFORM 2000-MAINTAIN-ONE-ENTRY
001810             THRU 2000-MAINTAIN-ONE-ENTRY-EXIT
001820         UNTIL DMT-DONE.
001830     GO TO 9999-EXIT.
001840
001850 0000-MAINLINE-EXIT.
001860     EXIT.
001870
001880******************************************************************
001890*    1000-SIGN-ON - THE WORDS DECIDE WHAT EVERY LINE OF THE
001900*    NIGHT IS WORTH: AUTHORITY 3 THROUGH THE SHARED OPRSIGN
001910*    CHECK, THE SAME LEVEL OPRMNT DEMANDS.
001920******************************************************************
001930 1000-SIGN-ON.
001940     ACCEPT S-DMT-SUPERVISOR-ID.
001950     MOVE DMT-SUPERVISOR-ID TO OPS-OPERATOR-ID.
001960     MOVE 3 TO OPS-REQUIRED-LEVEL.
001970     CALL 'OPRSIGN' USING OPS-SIGNON-PARM.
001980     IF OPS-SIGNON-REFUSED
001990         DISPLAY OPS-MESSAGE LINE 2 COL 8
002000         MOVE 'Y' TO DMT-DONE-SW
002010     END-IF.
002020
002030 1000-SIGN-ON-EXIT.
002040     EXIT.
002050
002060******************************************************************
002070*    2000-MAINTAIN-ONE-ENTRY - FETCH THE KEYED ENTRY (OR A BLANK
002080*    FOR A NEW ONE), ACCEPT THE REPLACEMENT WORD OR LANGUAGE,
002090*    VALIDATE, CONFIRM, STORE AND AUDIT.
002100******************************************************************
002110 2000-MAINTAIN-ONE-ENTRY.
002120     MOVE SPACES TO DMT-ENTRY-TYPE DMT-ENTRY-KEY.
002130     ACCEPT S-DMT-TARGET.
002140     PERFORM 2005-CHECK-KEY THRU 2005-CHECK-KEY-EXIT.
002150     IF NOT DMT-ENTRY-VALID
002160         DISPLAY DMT-ERROR-TEXT LINE 18 COL 8
002170         GO TO 2000-MAINTAIN-ONE-ENTRY-ASK
002180     END-IF.
002190     PERFORM 2010-FETCH-ENTRY THRU 2010-FETCH-ENTRY-EXIT.
002200     IF DMT-DONE
002210         GO TO 2000-MAINTAIN-ONE-ENTRY-EXIT
002220     END-IF.
002230     DISPLAY S-DMT-CURRENT.
002240     MOVE SPACES TO DMT-NEW-VALUE.
002250     ACCEPT S-DMT-NEW-VALUES.
002260     PERFORM 2020-VALIDATE-ENTRY THRU 2020-VALIDATE-ENTRY-EXIT.
002270     IF NOT DMT-ENTRY-VALID
002280         DISPLAY DMT-ERROR-TEXT LINE 18 COL 8
002290         GO TO 2000-MAINTAIN-ONE-ENTRY-ASK
002300     END-IF.
002310     ACCEPT S-DMT-CONFIRM.
002320     IF DMT-CONFIRM-ANSWER = 'O' OR DMT-CONFIRM-ANSWER = 'o'
002330         PERFORM 2030-STORE-ENTRY THRU 2030-STORE-ENTRY-EXIT
002340     ELSE
002350         DISPLAY 'Mise a jour abandonnee.' LINE 18 COL 8
002360     END-IF.
002370
002380 2000-MAINTAIN-ONE-ENTRY-ASK.
002390     ACCEPT S-DMT-AGAIN.
002400     IF DMT-AGAIN-ANSWER = 'O' OR DMT-AGAIN-ANSWER = 'o'
002410         MOVE 'N' TO DMT-DONE-SW
002420     ELSE
002430         MOVE 'Y' TO DMT-DONE-SW
002440     END-IF.
002450
002460 2000-MAINTAIN-ONE-ENTRY-EXIT.
002470     EXIT.
002480
002490******************************************************************
002500*    2005-CHECK-KEY - A WORD KEY IS A TWO-LETTER LANGUAGE CODE
002510*    FOLLOWED BY ONE DIGIT 1-9 AND NOTHING ELSE; A SOURCE KEY IS
002520*    ANY NON-BLANK SOURCE IDENTITY.  BUILDS THE MASTER KEY.
002530******************************************************************
002540 2005-CHECK-KEY.
002550     MOVE 'N' TO DMT-VALID-SW.
002560     MOVE SPACES TO DMT-SEARCH-KEY.
002570     IF DMT-TYPE-WORD
002580         IF DMT-ENTRY-KEY(1:1) = SPACE
002590                 OR DMT-ENTRY-KEY(2:1) = SPACE
002600                 OR DMT-ENTRY-KEY(3:1) NOT NUMERIC
002610                 OR DMT-ENTRY-KEY(3:1) = '0'
002620                 OR DMT-ENTRY-KEY(4:5) NOT = SPACES
002630             MOVE 'Cle mot: langue + chiffre 1-9 (ex. FR7).'
002640                 TO DMT-ERROR-TEXT
002650             GO TO 2005-CHECK-KEY-EXIT
002660         END-IF
002670         MOVE 'M' TO DMT-ENTRY-TYPE
002680         STRING 'W' DMT-ENTRY-KEY DELIMITED BY SIZE
002690             INTO DMT-SEARCH-KEY
002700         MOVE 'Y' TO DMT-VALID-SW
002710         GO TO 2005-CHECK-KEY-EXIT
002720     END-IF.
002730     IF DMT-TYPE-SOURCE
002740         IF DMT-ENTRY-KEY = SPACES
002750             MOVE 'Identifiant de source obligatoire.'
002760                 TO DMT-ERROR-TEXT
002770             GO TO 2005-CHECK-KEY-EXIT
002780         END-IF
002790         MOVE 'S' TO DMT-ENTRY-TYPE
002800         STRING 'S' DMT-ENTRY-KEY DELIMITED BY SIZE
002810             INTO DMT-SEARCH-KEY
002820         MOVE 'Y' TO DMT-VALID-SW
002830         GO TO 2005-CHECK-KEY-EXIT
002840     END-IF.
002850     MOVE 'Type doit etre M ou S.' TO DMT-ERROR-TEXT.
002860
002870 2005-CHECK-KEY-EXIT.
002880     EXIT.
002890
002900******************************************************************
002910*    2010-FETCH-ENTRY - DIRECT READ BY KEY.  THE FIRST OPEN
002920*    CREATES AND SEEDS THE MASTER (2015), THE SAME WAY OPRMNT
002930*    BOOTSTRAPS OPRMAST.
002940******************************************************************
002950 2010-FETCH-ENTRY.
002960     MOVE 'N' TO DMT-FOUND-SW.
002970     OPEN I-O DMT-DICT-FILE.
002980     IF DMT-DICT-STATUS = '35'
002990         OPEN OUTPUT DMT-DICT-FILE
003000         CLOSE DMT-DICT-FILE
003010         OPEN I-O DMT-DICT-FILE
003020         IF DMT-DICT-STATUS = '00'
003030             PERFORM 2015-SEED-DICTIONARY
003040                     THRU 2015-SEED-DICTIONARY-EXIT
003050         END-IF
003060     END-IF.
003070     IF DMT-DICT-STATUS NOT = '00'
003080         DISPLAY 'CALDICTM INDISPONIBLE - STATUT: '
003090             DMT-DICT-STATUS LINE 18 COL 8
003100         MOVE 'Y' TO DMT-DONE-SW
003110         GO TO 2010-FETCH-ENTRY-EXIT
003120     END-IF.
003130     MOVE DMT-SEARCH-KEY TO DCT-KEY.
003140     READ DMT-DICT-FILE
003150         INVALID KEY
003160             MOVE 'NOUVELLE ENTREE' TO DMT-SHOW-STATE
003170             MOVE SPACES TO DMT-SHOW-VALUE
003180             MOVE SPACES TO DMT-SHOW-SET-BY
003190             MOVE SPACES TO DMT-SHOW-SET-DATE
003200         NOT INVALID KEY
003210             MOVE 'Y' TO DMT-FOUND-SW
003220             MOVE 'EXISTANTE' TO DMT-SHOW-STATE
003230             MOVE DCT-DATA TO DMT-SHOW-VALUE
003240             MOVE DCT-SET-BY TO DMT-SHOW-SET-BY
003250             MOVE DCT-SET-DATE TO DMT-SHOW-SET-DATE
003260     END-READ.
003270     CLOSE DMT-DICT-FILE.
003280
003290 2010-FETCH-ENTRY-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330*    2015-SEED-DICTIONARY - A NEW MASTER STARTS WITH THE ENGLISH
003340*    WORDS THE SHOP HAS ALWAYS RECOGNIZED, THE FRENCH SPELLINGS,
003350*    AND ENGLISH AS THE DEFAULT LANGUAGE - SO UNTIL A SOURCE IS
003360*    POINTED AT FRENCH NOTHING CHANGES.  AUDITED AS SEEDED.
003370******************************************************************
003380 2015-SEED-DICTIONARY.
003390     PERFORM 2016-SEED-ONE-WORD THRU 2016-SEED-ONE-WORD-EXIT
003400         VARYING DMT-SEED-SUB FROM 1 BY 1
003410         UNTIL DMT-SEED-SUB > 18.
003420     MOVE SPACES TO DCT-DICT-RECORD.
003430     MOVE 'S' TO DCT-REC-TYPE.
003440     MOVE '*DEFAULT' TO DCT-REC-ID.
003450     MOVE 'EN' TO DCT-SRC-LANGUAGE.
003460     MOVE DMT-SUPERVISOR-ID TO DCT-SET-BY.
003470     MOVE FUNCTION CURRENT-DATE(1:8) TO DCT-SET-DATE.
003480     WRITE DCT-DICT-RECORD.
003490     MOVE 'SEEDED' TO DMT-ACTION.
003500     MOVE 'M' TO DMT-ENTRY-TYPE.
003510     MOVE 'EN' TO DMT-ENTRY-KEY.
003520     MOVE SPACES TO DMT-SHOW-VALUE.
003530     MOVE 'one-nine' TO DMT-NEW-VALUE.
003540     PERFORM 2040-WRITE-AUDIT-LINE
003550             THRU 2040-WRITE-AUDIT-LINE-EXIT.
003560     MOVE 'FR' TO DMT-ENTRY-KEY.
003570     MOVE 'un-neuf' TO DMT-NEW-VALUE.
003580     PERFORM 2040-WRITE-AUDIT-LINE
003590             THRU 2040-WRITE-AUDIT-LINE-EXIT.
003600     MOVE 'S' TO DMT-ENTRY-TYPE.
003610     MOVE '*DEFAULT' TO DMT-ENTRY-KEY.
003620     MOVE 'EN' TO DMT-NEW-VALUE.
003630     PERFORM 2040-WRITE-AUDIT-LINE
003640             THRU 2040-WRITE-AUDIT-LINE-EXIT.
003650*    THE KEY THE SUPERVISOR ASKED FOR IS REBUILT BY THE CALLER'S
003660*    NEXT PASS THROUGH 2005 - RESTORE IT FOR THE FETCH.
003670     MOVE DMT-SEARCH-KEY(1:1) TO DMT-ENTRY-TYPE.
003680     IF DMT-ENTRY-TYPE = 'W'
003690         MOVE 'M' TO DMT-ENTRY-TYPE
003700     END-IF.
003710     MOVE DMT-SEARCH-KEY(2:8) TO DMT-ENTRY-KEY.
003720
003730 2015-SEED-DICTIONARY-EXIT.
003740     EXIT.
003750
003760 2016-SEED-ONE-WORD.
003770     MOVE SPACES TO DCT-DICT-RECORD.
003780     MOVE 'W' TO DCT-REC-TYPE.
003790     MOVE DMT-SEED-LANGUAGE(DMT-SEED-SUB) TO DCT-WORD-LANGUAGE.
003800     IF DMT-SEED-SUB > 9
003810         COMPUTE DCT-WORD-DIGIT = DMT-SEED-SUB - 9
003820     ELSE
003830         MOVE DMT-SEED-SUB TO DCT-WORD-DIGIT
003840     END-IF.
003850     MOVE DMT-SEED-WORD(DMT-SEED-SUB) TO DCT-WORD-TEXT.
003860     MOVE DMT-SUPERVISOR-ID TO DCT-SET-BY.
003870     MOVE FUNCTION CURRENT-DATE(1:8) TO DCT-SET-DATE.
003880     WRITE DCT-DICT-RECORD.
003890
003900 2016-SEED-ONE-WORD-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940*    2020-VALIDATE-ENTRY - A WORD IS ONE UNBROKEN RUN OF
003950*    CHARACTERS STARTING IN THE FIRST POSITION (NO BLANK WORD -
003960*    EVERY LANGUAGE KEEPS ALL NINE DIGITS).  A SOURCE'S LANGUAGE
003970*    MUST HAVE ALL NINE WORDS ON FILE; BLANK REMOVES AN EXISTING
003980*    SOURCE ENTRY (*DEFAULT CANNOT BE REMOVED).
003990******************************************************************
004000 2020-VALIDATE-ENTRY.
004010     MOVE 'N' TO DMT-VALID-SW.
004020     IF DMT-ENTRY-TYPE = 'M'
004030         IF DMT-NEW-VALUE = SPACES OR DMT-NEW-VALUE(1:1) = SPACE
004040             MOVE 'Mot obligatoire, cadre a gauche.'
004050                 TO DMT-ERROR-TEXT
004060             GO TO 2020-VALIDATE-ENTRY-EXIT
004070         END-IF
004080         MOVE ZERO TO DMT-WORD-LEN
004090         INSPECT DMT-NEW-VALUE TALLYING DMT-WORD-LEN
004100             FOR CHARACTERS BEFORE INITIAL SPACE
004110         IF DMT-WORD-LEN < 10
004120             IF DMT-NEW-VALUE(DMT-WORD-LEN + 1:) NOT = SPACES
004130                 MOVE 'Le mot ne doit pas contenir d espace.'
004140                     TO DMT-ERROR-TEXT
004150                 GO TO 2020-VALIDATE-ENTRY-EXIT
004160             END-IF
004170         END-IF
004180         MOVE 'Y' TO DMT-VALID-SW
004190         GO TO 2020-VALIDATE-ENTRY-EXIT
004200     END-IF.
004210     IF DMT-NEW-VALUE = SPACES
004220         IF NOT DMT-ENTRY-FOUND OR DMT-ENTRY-KEY = '*DEFAULT'
004230             MOVE 'Langue obligatoire.' TO DMT-ERROR-TEXT
004240         ELSE
004250             MOVE 'Y' TO DMT-VALID-SW
004260         END-IF
004270         GO TO 2020-VALIDATE-ENTRY-EXIT
004280     END-IF.
004290     IF DMT-NEW-VALUE(3:8) NOT = SPACES
004300             OR DMT-NEW-VALUE(2:1) = SPACE
004310         MOVE 'Langue: code de deux lettres (ex. FR).'
004320             TO DMT-ERROR-TEXT
004330         GO TO 2020-VALIDATE-ENTRY-EXIT
004340     END-IF.
004350     MOVE DMT-NEW-VALUE(1:2) TO DMT-CHECK-LANGUAGE.
004360     PERFORM 2025-CHECK-LANGUAGE THRU 2025-CHECK-LANGUAGE-EXIT.
004370     IF DMT-MISSING-COUNT > ZERO
004380         MOVE 'Langue incomplete - 9 mots requis.'
004390             TO DMT-ERROR-TEXT
004400         GO TO 2020-VALIDATE-ENTRY-EXIT
004410     END-IF.
004420     MOVE 'Y' TO DMT-VALID-SW.
004430
004440 2020-VALIDATE-ENTRY-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480*    2025-CHECK-LANGUAGE - COUNT THE DIGITS 1-9 WITH NO WORD ON
004490*    THE MASTER FOR DMT-CHECK-LANGUAGE.
004500******************************************************************
004510 2025-CHECK-LANGUAGE.
004520     MOVE 9 TO DMT-MISSING-COUNT.
004530     OPEN INPUT DMT-DICT-FILE.
004540     IF DMT-DICT-STATUS NOT = '00'
004550         GO TO 2025-CHECK-LANGUAGE-EXIT
004560     END-IF.
004570     MOVE ZERO TO DMT-MISSING-COUNT.
004580     PERFORM 2026-CHECK-ONE-DIGIT THRU 2026-CHECK-ONE-DIGIT-EXIT
004590         VARYING DMT-DIGIT FROM 1 BY 1
004600         UNTIL DMT-DIGIT > 9.
004610     CLOSE DMT-DICT-FILE.
004620
004630 2025-CHECK-LANGUAGE-EXIT.
004640     EXIT.
004650
004660 2026-CHECK-ONE-DIGIT.
004670     MOVE SPACES TO DCT-KEY.
004680     MOVE 'W' TO DCT-REC-TYPE.
004690     MOVE DMT-CHECK-LANGUAGE TO DCT-WORD-LANGUAGE.
004700     MOVE DMT-DIGIT TO DCT-WORD-DIGIT.
004710     READ DMT-DICT-FILE
004720         INVALID KEY
004730             ADD 1 TO DMT-MISSING-COUNT
004740     END-READ.
004750
004760 2026-CHECK-ONE-DIGIT-EXIT.
004770     EXIT.
004780
004790******************************************************************
004800*    2030-STORE-ENTRY - ADD, REPLACE OR (SOURCE ENTRIES ONLY)
004810*    REMOVE, STAMPED WITH THE VERIFIED SUPERVISOR AND THE DATE.
004820******************************************************************
004830 2030-STORE-ENTRY.
004840     OPEN I-O DMT-DICT-FILE.
004850     IF DMT-DICT-STATUS NOT = '00'
004860         DISPLAY 'CALDICTM INDISPONIBLE - STATUT: '
004870             DMT-DICT-STATUS LINE 18 COL 8
004880         GO TO 2030-STORE-ENTRY-EXIT
004890     END-IF.
004900     MOVE SPACES TO DCT-DICT-RECORD.
004910     MOVE DMT-SEARCH-KEY TO DCT-KEY.
004920     MOVE DMT-NEW-VALUE TO DCT-DATA.
004930     MOVE DMT-SUPERVISOR-ID TO DCT-SET-BY.
004940     MOVE FUNCTION CURRENT-DATE(1:8) TO DCT-SET-DATE.
004950     EVALUATE TRUE
004960         WHEN DMT-NEW-VALUE = SPACES
004970             DELETE DMT-DICT-FILE RECORD
004980             MOVE 'REMOVED' TO DMT-ACTION
004990         WHEN DMT-ENTRY-FOUND
005000             REWRITE DCT-DICT-RECORD
005010             MOVE 'UPDATED' TO DMT-ACTION
005020         WHEN OTHER
005030             WRITE DCT-DICT-RECORD
005040             MOVE 'ADDED' TO DMT-ACTION
005050     END-EVALUATE.
005060     IF DMT-DICT-STATUS NOT = '00'
005070         DISPLAY 'ECRITURE CALDICTM IMPOSSIBLE - STATUT: '
005080             DMT-DICT-STATUS LINE 18 COL 8
005090         CLOSE DMT-DICT-FILE
005100         GO TO 2030-STORE-ENTRY-EXIT
005110     END-IF.
005120     CLOSE DMT-DICT-FILE.
005130     PERFORM 2040-WRITE-AUDIT-LINE
005140             THRU 2040-WRITE-AUDIT-LINE-EXIT.
005150     DISPLAY 'Entree enregistree - effet a la prochaine nuit.'
005160         LINE 18 COL 8.
005170
005180 2030-STORE-ENTRY-EXIT.
005190     EXIT.
005200
005210******************************************************************
005220*    2040-WRITE-AUDIT-LINE - WHO CHANGED WHICH ENTRY FROM WHAT TO
005230*    WHAT, DATED, WITH THE VERIFIED SUPERVISOR ID THE SIGN-ON
005240*    ESTABLISHED.
005250******************************************************************
005260 2040-WRITE-AUDIT-LINE.
005270     OPEN EXTEND DMT-AUDIT-FILE.
005280     IF DMT-AUDIT-STATUS = '35'
005290         OPEN OUTPUT DMT-AUDIT-FILE
005300     END-IF.
005310     IF DMT-AUDIT-STATUS NOT = '00'
005320         DISPLAY 'ECRITURE CALDICAU IMPOSSIBLE - STATUT: '
005330             DMT-AUDIT-STATUS LINE 18 COL 8
005340         GO TO 2040-WRITE-AUDIT-LINE-EXIT
005350     END-IF.
005360     MOVE FUNCTION CURRENT-DATE(1:8) TO DMT-AUD-DATE.
005370     MOVE DMT-SUPERVISOR-ID TO DMT-AUD-SUPERVISOR.
005380     MOVE DMT-ENTRY-TYPE TO DMT-AUD-TYPE.
005390     MOVE DMT-ENTRY-KEY TO DMT-AUD-KEY.
005400     MOVE DMT-ACTION TO DMT-AUD-ACTION.
005410     MOVE DMT-SHOW-VALUE TO DMT-AUD-OLD-VALUE.
005420     MOVE DMT-NEW-VALUE TO DMT-AUD-NEW-VALUE.
005430     MOVE DMT-AUDIT-LINE TO DMT-AUDIT-RECORD.
005440     WRITE DMT-AUDIT-RECORD.
005450     CLOSE DMT-AUDIT-FILE.
005460
005470 2040-WRITE-AUDIT-LINE-EXIT.
005480     EXIT.
005490
005500 9999-EXIT.
005510     STOP RUN.
