000240*                   THE SCREENS WRITE THEN CARRY A VERIFIED ID
000250*                   INSTEAD OF WHATEVER EIGHT CHARACTERS THE
000260*                   PERSON FELT LIKE TYPING.
000261*                   THE PIN KEYED MUST MATCH THE OPRMAST HASH.
000262*                   WRONG PINS ARE COUNTED AND LOCK THE OPERATOR
000263*                   OUT AT THE OPRSPARM LIMIT (DEFAULT 3) UNTIL A
000264*                   SUPERVISOR GIVES A TEMPORARY PIN ON OPRMNT.  A
000265*                   TEMPORARY PIN, OR ONE PAST THE OPRSPARM
000266*                   EXPIRY (DEFAULT 90 DAYS), ONLY SIGNS ON WITH
000267*                   A NEW PIN KEYED ALONGSIDE IT.  REFUSALS,
000268*                   LOCKOUTS AND PIN CHANGES GO TO OPRSGNLG.
000270*    MODIFICATION HISTORY:
000280*      2026-09-02  RJB  ORIGINAL.
000281*      2026-10-15  RJB  PIN CHECK WITH FAILED-TRY LOCKOUT, PIN
000282*                       EXPIRY AND CHANGE, OPRSPARM LIMITS AND
000283*                       THE OPRSGNLG SIGN-ON LOG.
000284*      2026-10-15  RJB  A FAILED REWRITE OF THE FAILED-TRY COUNT
000285*                       REFUSES SIGN-ON AND IS LOGGED (MASTERR).
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. OPRSIGN.
000390         RECORD KEY IS OPR-OPERATOR-ID
000400         FILE STATUS IS SGN-MASTER-STATUS.
000410
000411     SELECT SGN-PARM-FILE ASSIGN TO 'OPRSPARM'
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS SGN-PARM-STATUS.
000414
000415     SELECT SGN-LOG-FILE ASSIGN TO 'OPRSGNLG'
000416         ORGANIZATION IS LINE SEQUENTIAL
000417         FILE STATUS IS SGN-LOG-STATUS.
000418
000420 DATA DIVISION.
000430 FILE SECTION.
000431 FD  SGN-PARM-FILE
000432     RECORDING MODE IS F.
000433 01  SGN-PARM-RECORD.
000434     05  SGN-PARM-MAX-TRIES     PIC 9(02).
000435     05  SGN-PARM-EXPIRY-DAYS   PIC 9(03).
000436
000440 FD  SGN-MASTER-FILE.
000450     COPY OPRMSTRC.
000460
000462 FD  SGN-LOG-FILE
000464     RECORDING MODE IS F.
000466 01  SGN-LOG-RECORD             PIC X(90).
000468
000470 WORKING-STORAGE SECTION.
000472     COPY OPRPINW.
000474     COPY OPRSGNLW.
000476
000480 77  SGN-MASTER-STATUS          PIC X(02) VALUE '00'.
000481 77  SGN-PARM-STATUS            PIC X(02) VALUE '00'.
000482 77  SGN-LOG-STATUS             PIC X(02) VALUE '00'.
000483
000484 77  SGN-MAX-TRIES              PIC 9(02) VALUE 3.
000485 77  SGN-EXPIRY-DAYS            PIC 9(03) VALUE 90.
000486 77  SGN-TRIES-LEFT             PIC 9(02) VALUE ZERO.
000487 77  SGN-TODAY                  PIC 9(08) VALUE ZERO.
000488 77  SGN-PIN-AGE                PIC S9(07) VALUE ZERO.
000489 77  SGN-EVENT                  PIC X(08) VALUE SPACES.
000490
000491 77  SGN-PIN-MATCH-SW           PIC X VALUE 'N'.
000492     88  SGN-PIN-MATCHES                VALUE 'Y'.
000493 77  SGN-PIN-EXPIRED-SW         PIC X VALUE 'N'.
000494     88  SGN-PIN-EXPIRED                VALUE 'Y'.
000495 77  SGN-PIN-CHANGE-SW          PIC X VALUE 'N'.
000496     88  SGN-PIN-CHANGED                VALUE 'Y'.
000497 77  SGN-PIN-CURRENT-SW         PIC X VALUE 'N'.
000498     88  SGN-PIN-CURRENT                VALUE 'Y'.
000499
000500 LINKAGE SECTION.
000510     COPY OPRSIGNL.
000520
000550     MOVE 'N' TO OPS-VERDICT-SW.
000560     MOVE ZERO TO OPS-AUTHORITY.
000570     MOVE SPACES TO OPS-MESSAGE.
000572     MOVE 'REFUSE' TO SGN-EVENT.
000574     MOVE 'N' TO SGN-PIN-CHANGE-SW.
000576     MOVE FUNCTION CURRENT-DATE(1:8) TO SGN-TODAY.
000580     IF OPS-OPERATOR-ID = SPACES
000590         MOVE 'IDENTIFIANT OPERATEUR OBLIGATOIRE'
000600             TO OPS-MESSAGE
000610         GO TO 9999-EXIT
000620     END-IF.
000625     PERFORM 1100-LOAD-PARAMETERS THRU 1100-LOAD-PARAMETERS-EXIT.
000630     OPEN I-O SGN-MASTER-FILE.
000640     IF SGN-MASTER-STATUS = '35'
000650         MOVE 'FICHIER OPRMAST ABSENT - VOIR SUPERVISEUR'
000660             TO OPS-MESSAGE
000850 0000-MAINLINE-EXIT.
000860     EXIT.
000870
000871******************************************************************
000872*    1000-JUDGE-OPERATOR - ACTIVE, NOT LOCKED OUT, RIGHT PIN,
000873*    LEVEL HIGH ENOUGH, AND A PIN THAT IS STILL CURRENT OR IS
000874*    BEING CHANGED NOW.  A WRONG PIN IS THE ONLY REFUSAL THAT
000875*    COUNTS TOWARD THE LOCKOUT.
000876******************************************************************
000880 1000-JUDGE-OPERATOR.
000890     MOVE OPR-AUTHORITY TO OPS-AUTHORITY.
000900     IF NOT OPR-ACTIVE
000910         MOVE 'OPERATEUR INACTIF' TO OPS-MESSAGE
000920         GO TO 1000-JUDGE-OPERATOR-EXIT
000930     END-IF.
000931     PERFORM 1005-CHECK-PIN-STATE
000932             THRU 1005-CHECK-PIN-STATE-EXIT.
000933     IF NOT SGN-PIN-MATCHES
000934         GO TO 1000-JUDGE-OPERATOR-EXIT
000935     END-IF.
000940     IF OPR-AUTHORITY < OPS-REQUIRED-LEVEL
000950         MOVE 'NIVEAU D AUTORITE INSUFFISANT' TO OPS-MESSAGE
000960         GO TO 1000-JUDGE-OPERATOR-EXIT
000970     END-IF.
000971     PERFORM 1025-CHECK-PIN-CURRENT
000972             THRU 1025-CHECK-PIN-CURRENT-EXIT.
000973     IF NOT SGN-PIN-CURRENT
000974         GO TO 1000-JUDGE-OPERATOR-EXIT
000975     END-IF.
000980     MOVE 'Y' TO OPS-VERDICT-SW.
000990
001000 1000-JUDGE-OPERATOR-EXIT.
001010     EXIT.
001020
001030 9999-EXIT.
001032     IF OPS-SIGNON-REFUSED OR SGN-PIN-CHANGED
001034         PERFORM 3000-WRITE-LOG THRU 3000-WRITE-LOG-EXIT
001036     END-IF.
001038     MOVE SPACES TO OPS-PIN OPS-NEW-PIN.
001040     GOBACK.
001050
001060******************************************************************
001070*    1005-CHECK-PIN-STATE - A LOCKED OPERATOR, OR ONE WITH NO PIN
001080*    YET, IS REFUSED BEFORE THE PIN IS LOOKED AT.  OTHERWISE THE
001090*    PIN KEYED IS CHECKED AGAINST THE HASH.
001100******************************************************************
001110 1005-CHECK-PIN-STATE.
001120     MOVE 'N' TO SGN-PIN-MATCH-SW.
001130     IF OPR-LOCKED
001140         MOVE 'OPERATEUR VERROUILLE - VOIR SUPERVISEUR'
001150             TO OPS-MESSAGE
001160         GO TO 1005-CHECK-PIN-STATE-EXIT
001170     END-IF.
001180     IF OPR-PIN-HASH NOT NUMERIC OR OPR-PIN-HASH = ZERO
001190         MOVE 'PIN NON ATTRIBUE - VOIR SUPERVISEUR'
001200             TO OPS-MESSAGE
001210         GO TO 1005-CHECK-PIN-STATE-EXIT
001220     END-IF.
001230     PERFORM 1010-CHECK-PIN THRU 1010-CHECK-PIN-EXIT.
001240
001250 1005-CHECK-PIN-STATE-EXIT.
001260     EXIT.
001270
001280******************************************************************
001290*    1010-CHECK-PIN - A RIGHT PIN CLEARS THE FAILED-TRY COUNT; A
001300*    WRONG ONE ADDS TO IT AND LOCKS THE OPERATOR OUT ONCE THE
001310*    LIMIT IS REACHED.
001320******************************************************************
001330 1010-CHECK-PIN.
001340     MOVE 'N' TO SGN-PIN-MATCH-SW.
001350     MOVE OPS-OPERATOR-ID TO PIN-HASH-ID.
001360     MOVE OPS-PIN TO PIN-HASH-PIN.
001370     PERFORM 8100-HASH-PIN THRU 8100-HASH-PIN-EXIT.
001380     IF OPR-FAILED-TRIES NOT NUMERIC
001390         MOVE ZERO TO OPR-FAILED-TRIES
001400     END-IF.
001410     IF PIN-HASH-VALUE = OPR-PIN-HASH
001420         MOVE 'Y' TO SGN-PIN-MATCH-SW
001430         IF OPR-FAILED-TRIES NOT = ZERO
001440             MOVE ZERO TO OPR-FAILED-TRIES
001450             REWRITE OPR-MASTER-RECORD
001460             IF SGN-MASTER-STATUS NOT = '00'
001470                 MOVE 'N' TO SGN-PIN-MATCH-SW
001480                 PERFORM 1015-REWRITE-FAILED
001490                     THRU 1015-REWRITE-FAILED-EXIT
001500             END-IF
001510         END-IF
001520         GO TO 1010-CHECK-PIN-EXIT
001530     END-IF.
001540     ADD 1 TO OPR-FAILED-TRIES.
001550     IF OPR-FAILED-TRIES NOT < SGN-MAX-TRIES
001560         MOVE 'L' TO OPR-LOCKED-SW
001570         MOVE 'LOCKOUT' TO SGN-EVENT
001580         MOVE 'PIN ERRONE - OPERATEUR VERROUILLE'
001590             TO OPS-MESSAGE
001600     ELSE
001610         COMPUTE SGN-TRIES-LEFT =
001620             SGN-MAX-TRIES - OPR-FAILED-TRIES
001630         STRING 'PIN ERRONE - ESSAIS RESTANTS: '
001640             SGN-TRIES-LEFT DELIMITED BY SIZE INTO OPS-MESSAGE
001650     END-IF.
001660     REWRITE OPR-MASTER-RECORD.
001670     IF SGN-MASTER-STATUS NOT = '00'
001680         PERFORM 1015-REWRITE-FAILED
001690             THRU 1015-REWRITE-FAILED-EXIT
001700     END-IF.
001710
001720 1010-CHECK-PIN-EXIT.
001730     EXIT.
001740
001750******************************************************************
001760*    1015-REWRITE-FAILED - THE FAILED-TRY COUNT OR LOCK COULD NOT
001770*    BE STORED ON OPRMAST.  SIGN-ON IS REFUSED AND THE STATUS IS
001780*    CARRIED INTO THE MESSAGE SO THE OPRSGNLG LINE SHOWS IT.
001790******************************************************************
001800 1015-REWRITE-FAILED.
001810     MOVE 'MASTERR' TO SGN-EVENT.
001820     MOVE SPACES TO OPS-MESSAGE.
001830     STRING 'OPRMAST NON MIS A JOUR - STATUT '
001840         SGN-MASTER-STATUS DELIMITED BY SIZE INTO OPS-MESSAGE.
001850
001860 1015-REWRITE-FAILED-EXIT.
001870     EXIT.
001880
001890******************************************************************
001900*    1020-CHECK-EXPIRY - A TEMPORARY PIN (ZERO SET DATE) COUNTS
001910*    AS EXPIRED, AS DOES ONE WHOSE AGE HAS REACHED THE LIMIT.
001920******************************************************************
001930 1020-CHECK-EXPIRY.
001940     MOVE 'N' TO SGN-PIN-EXPIRED-SW.
001950     IF OPR-PIN-SET-DATE NOT NUMERIC
001960         MOVE 'Y' TO SGN-PIN-EXPIRED-SW
001970         GO TO 1020-CHECK-EXPIRY-EXIT
001980     END-IF.
001990     IF OPR-PIN-TEMPORARY
002000         MOVE 'Y' TO SGN-PIN-EXPIRED-SW
002010         GO TO 1020-CHECK-EXPIRY-EXIT
002020     END-IF.
002030     COMPUTE SGN-PIN-AGE =
002040         FUNCTION INTEGER-OF-DATE(SGN-TODAY)
002050         - FUNCTION INTEGER-OF-DATE(OPR-PIN-SET-DATE).
002060     IF SGN-PIN-AGE NOT < SGN-EXPIRY-DAYS
002070         MOVE 'Y' TO SGN-PIN-EXPIRED-SW
002080     END-IF.
002090
002100 1020-CHECK-EXPIRY-EXIT.
002110     EXIT.
002120
002130******************************************************************
002140*    1025-CHECK-PIN-CURRENT - A PIN THAT HAS EXPIRED (OR IS ONLY
002150*    TEMPORARY) MUST BE REPLACED BY A NEW ONE KEYED ALONGSIDE IT.
002160*    A NEW PIN KEYED WITH A CURRENT ONE IS TAKEN AS A CHANGE.
002170******************************************************************
002180 1025-CHECK-PIN-CURRENT.
002190     MOVE 'N' TO SGN-PIN-CURRENT-SW.
002200     PERFORM 1020-CHECK-EXPIRY THRU 1020-CHECK-EXPIRY-EXIT.
002210     IF OPS-NEW-PIN = SPACES
002220         IF SGN-PIN-EXPIRED
002230             MOVE 'PIN EXPIRE - SAISIR UN NOUVEAU PIN'
002240                 TO OPS-MESSAGE
002250             GO TO 1025-CHECK-PIN-CURRENT-EXIT
002260         END-IF
002270         MOVE 'Y' TO SGN-PIN-CURRENT-SW
002280         GO TO 1025-CHECK-PIN-CURRENT-EXIT
002290     END-IF.
002300     PERFORM 1030-CHANGE-PIN THRU 1030-CHANGE-PIN-EXIT.
002310     IF SGN-PIN-CHANGED
002320         MOVE 'Y' TO SGN-PIN-CURRENT-SW
002330     END-IF.
002340
002350 1025-CHECK-PIN-CURRENT-EXIT.
002360     EXIT.
002370
002380******************************************************************
002390*    1030-CHANGE-PIN - THE NEW PIN KEYED ALONGSIDE THE CURRENT
002400*    ONE REPLACES IT AND RESTARTS THE EXPIRY CLOCK.  IT MAY BE
002410*    CHANGED AT ANY SIGN-ON, NOT ONLY WHEN IT HAS EXPIRED.
002420******************************************************************
002430 1030-CHANGE-PIN.
002440     MOVE OPS-NEW-PIN TO PIN-HASH-PIN.
002450     PERFORM 8200-CHECK-PIN-FORMAT
002460             THRU 8200-CHECK-PIN-FORMAT-EXIT.
002470     IF NOT PIN-FORMAT-OK
002480         MOVE 'NOUVEAU PIN: 4 A 6 CHIFFRES' TO OPS-MESSAGE
002490         GO TO 1030-CHANGE-PIN-EXIT
002500     END-IF.
002510     IF OPS-NEW-PIN = OPS-PIN
002520         MOVE 'NOUVEAU PIN IDENTIQUE A L ANCIEN' TO OPS-MESSAGE
002530         GO TO 1030-CHANGE-PIN-EXIT
002540     END-IF.
002550     MOVE OPS-OPERATOR-ID TO PIN-HASH-ID.
002560     PERFORM 8100-HASH-PIN THRU 8100-HASH-PIN-EXIT.
002570     MOVE PIN-HASH-VALUE TO OPR-PIN-HASH.
002580     MOVE SGN-TODAY TO OPR-PIN-SET-DATE.
002590     REWRITE OPR-MASTER-RECORD.
002600     IF SGN-MASTER-STATUS NOT = '00'
002610         MOVE 'CHANGEMENT DE PIN IMPOSSIBLE' TO OPS-MESSAGE
002620         GO TO 1030-CHANGE-PIN-EXIT
002630     END-IF.
002640     MOVE 'Y' TO SGN-PIN-CHANGE-SW.
002650     MOVE 'PINCHG' TO SGN-EVENT.
002660     MOVE 'NOUVEAU PIN ENREGISTRE' TO OPS-MESSAGE.
002670
002680 1030-CHANGE-PIN-EXIT.
002690     EXIT.
002700
002710******************************************************************
002720*    1100-LOAD-PARAMETERS - LOCKOUT LIMIT AND PIN LIFETIME IN
002730*    DAYS.  NO FILE, OR A ZERO OR NON-NUMERIC VALUE, KEEPS THE
002740*    DEFAULT.
002750******************************************************************
002760 1100-LOAD-PARAMETERS.
002770     OPEN INPUT SGN-PARM-FILE.
002780     IF SGN-PARM-STATUS NOT = '00'
002790         GO TO 1100-LOAD-PARAMETERS-EXIT
002800     END-IF.
002810     READ SGN-PARM-FILE
002820         AT END
002830             MOVE '10' TO SGN-PARM-STATUS
002840     END-READ.
002850     IF SGN-PARM-STATUS = '00'
002860         IF SGN-PARM-MAX-TRIES IS NUMERIC
002870                 AND SGN-PARM-MAX-TRIES > ZERO
002880             MOVE SGN-PARM-MAX-TRIES TO SGN-MAX-TRIES
002890         END-IF
002900         IF SGN-PARM-EXPIRY-DAYS IS NUMERIC
002910                 AND SGN-PARM-EXPIRY-DAYS > ZERO
002920             MOVE SGN-PARM-EXPIRY-DAYS TO SGN-EXPIRY-DAYS
002930         END-IF
002940     END-IF.
002950     CLOSE SGN-PARM-FILE.
002960
002970 1100-LOAD-PARAMETERS-EXIT.
002980     EXIT.
002990
003000******************************************************************
003010*    3000-WRITE-LOG - ONE LINE PER REFUSAL, LOCKOUT OR PIN
003020*    CHANGE.  A LOG THAT CANNOT BE OPENED DOES NOT STOP THE
003030*    SIGN-ON VERDICT FROM BEING RETURNED.
003040******************************************************************
003050 3000-WRITE-LOG.
003060     OPEN EXTEND SGN-LOG-FILE.
003070     IF SGN-LOG-STATUS = '35'
003080         OPEN OUTPUT SGN-LOG-FILE
003090     END-IF.
003100     IF SGN-LOG-STATUS NOT = '00'
003110         GO TO 3000-WRITE-LOG-EXIT
003120     END-IF.
003130     MOVE SGN-TODAY TO SGN-LOG-DATE.
003140     MOVE FUNCTION CURRENT-DATE(9:6) TO SGN-LOG-TIME.
003150     MOVE OPS-OPERATOR-ID TO SGN-LOG-OPERATOR.
003160     MOVE OPS-REQUIRED-LEVEL TO SGN-LOG-LEVEL.
003170     MOVE SGN-EVENT TO SGN-LOG-EVENT.
003180     MOVE OPS-MESSAGE TO SGN-LOG-MESSAGE.
003190     MOVE SGN-LOG-LINE TO SGN-LOG-RECORD.
003200     WRITE SGN-LOG-RECORD.
003210     CLOSE SGN-LOG-FILE.
003220
003230 3000-WRITE-LOG-EXIT.
003240     EXIT.
003250
003260     COPY OPRPINH.
