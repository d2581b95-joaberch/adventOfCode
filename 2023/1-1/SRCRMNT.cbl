000100******************************************************************
000110*    PROGRAM-ID..: SRCRMNT
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: SUPERVISOR MAINTENANCE SCREEN FOR THE SRCREG
000170*                   EXPECTED-FEED SOURCE REGISTRY.  A SUPERVISOR
000180*                   (AUTHORITY 3, CHECKED THROUGH THE SHARED
000190*                   OPRSIGN SIGN-ON) KEYS A DONNEE-SOURCE-ID AND
000200*                   SETS ITS DESCRIPTION, THE DAYS OF THE WEEK IT
000210*                   DELIVERS (SEVEN O/N FLAGS, MONDAY FIRST), THE
000220*                   RECORD-COUNT RANGE OF A NORMAL DELIVERY AND
000230*                   WHETHER IT IS ACTIVE (A) OR SUSPENDED (S).
000240*                   TestReadFile CHECKS EACH NIGHT'S ARRIVALS
000250*                   AGAINST THESE ROWS.  EVERY CHANGE APPENDS A
000260*                   DATED BEFORE/AFTER LINE TO THE SRCREGAU AUDIT
000270*                   FILE, THE SAME SHAPE CALDICMT AUDITS THE
000280*                   WORD-DIGIT DICTIONARY.
000290*    MODIFICATION HISTORY:
000300*      2026-10-15  RJB  ORIGINAL.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. SRCRMNT.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT SRM-REGISTRY-FILE ASSIGN TO 'SRCREG'
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS SRG-SOURCE-ID
000420         FILE STATUS IS SRM-REGISTRY-STATUS.
000430
000440     SELECT SRM-AUDIT-FILE ASSIGN TO 'SRCREGAU'
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS SRM-AUDIT-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  SRM-REGISTRY-FILE.
000510     COPY SRCREGC.
000520
000530 FD  SRM-AUDIT-FILE
000540     RECORDING MODE IS F.
000550 01  SRM-AUDIT-RECORD           PIC X(88).
000560
000570 WORKING-STORAGE SECTION.
000580     COPY OPRSIGNL.
000590
000600 01  SRM-AUDIT-LINE.
000610     05  SRM-AUD-DATE           PIC X(08).
000620     05  FILLER                 PIC X(02) VALUE SPACES.
000630     05  SRM-AUD-SUPERVISOR     PIC X(08).
000640     05  FILLER                 PIC X(02) VALUE SPACES.
000650     05  SRM-AUD-SOURCE         PIC X(08).
000660     05  FILLER                 PIC X(02) VALUE SPACES.
000670     05  SRM-AUD-ACTION         PIC X(09).
000680     05  FILLER                 PIC X(02) VALUE SPACES.
000690     05  SRM-AUD-OLD            PIC X(22).
000700     05  FILLER                 PIC X(03) VALUE '-> '.
000710     05  SRM-AUD-NEW            PIC X(22).
000720
000730*    ONE SCHEDULE IN AUDIT FORM - DAYS, MIN-MAX, STATUS.
000740 01  SRM-SCHEDULE-TEXT.
000750     05  SRM-SCH-DAYS           PIC X(07).
000760     05  FILLER                 PIC X(01) VALUE SPACE.
000770     05  SRM-SCH-MIN            PIC X(06).
000780     05  FILLER                 PIC X(01) VALUE '-'.
000790     05  SRM-SCH-MAX            PIC X(06).
000800     05  SRM-SCH-STATUS         PIC X(01).
000810
000820 77  SRM-REGISTRY-STATUS        PIC X(02) VALUE '00'.
000830 77  SRM-AUDIT-STATUS           PIC X(02) VALUE '00'.
000840
000850 77  SRM-SUPERVISOR-ID          PIC X(08) VALUE SPACES.
000860 77  SRM-DONE-SW                PIC X VALUE 'N'.
000870     88  SRM-DONE                       VALUE 'Y'.
000880 77  SRM-FOUND-SW               PIC X VALUE 'N'.
000890     88  SRM-SOURCE-FOUND               VALUE 'Y'.
000900 77  SRM-VALID-SW               PIC X VALUE 'N'.
000910     88  SRM-ENTRY-VALID                VALUE 'Y'.
000920 77  SRM-DAY-SUB                PIC 9(02) COMP VALUE ZERO.
000930
000940 77  SRM-SOURCE-ID              PIC X(08) VALUE SPACES.
000950 77  SRM-SHOW-STATE             PIC X(20) VALUE SPACES.
000960 77  SRM-SHOW-DESCRIPTION       PIC X(30) VALUE SPACES.
000970 77  SRM-SHOW-DAYS              PIC X(07) VALUE SPACES.
000980 77  SRM-SHOW-MIN               PIC X(06) VALUE SPACES.
000990 77  SRM-SHOW-MAX               PIC X(06) VALUE SPACES.
001000 77  SRM-SHOW-STATUS            PIC X(01) VALUE SPACES.
001010 77  SRM-OLD-SCHEDULE           PIC X(22) VALUE SPACES.
001020 77  SRM-NEW-DESCRIPTION        PIC X(30) VALUE SPACES.
001030 77  SRM-NEW-DAYS               PIC X(07) VALUE SPACES.
001040 77  SRM-NEW-MIN-X              PIC X(06) VALUE SPACES.
001050 77  SRM-NEW-MAX-X              PIC X(06) VALUE SPACES.
001060 77  SRM-NEW-STATUS             PIC X(01) VALUE SPACES.
001070 77  SRM-CONFIRM-ANSWER         PIC X VALUE 'N'.
001080 77  SRM-AGAIN-ANSWER           PIC X VALUE 'N'.
001090 77  SRM-ERROR-TEXT             PIC X(40) VALUE SPACES.
001100
001110 SCREEN SECTION.
001120 01  S-SRM-SUPERVISOR-ID.
001130     05  LINE 1 COL 8 VALUE 'Identifiant superviseur : '.
001140     05  PIC X(08) TO SRM-SUPERVISOR-ID REQUIRED.
001150     05  LINE 1 COL 44 VALUE 'PIN : '.
001160     05  PIC X(06) TO OPS-PIN SECURE.
001170     05  LINE 1 COL 58 VALUE 'Nouveau PIN : '.
001180     05  PIC X(06) TO OPS-NEW-PIN SECURE.
001190
001200 01  S-SRM-SOURCE-ID.
001210     05  LINE 3 COL 8 VALUE 'Source (DONNEE-SOURCE-ID) : '.
001220     05  PIC X(08) TO SRM-SOURCE-ID REQUIRED.
001230
001240 01  S-SRM-CURRENT.
001250     05  LINE 5 COL 8 VALUE 'Etat................. : '.
001260     05  LINE 5 COL 33 PIC X(20) FROM SRM-SHOW-STATE.
001270     05  LINE 6 COL 8 VALUE 'Description.......... : '.
001280     05  LINE 6 COL 33 PIC X(30) FROM SRM-SHOW-DESCRIPTION.
001290     05  LINE 7 COL 8 VALUE 'Jours (LMMJVSD, O/N). : '.
001300     05  LINE 7 COL 33 PIC X(07) FROM SRM-SHOW-DAYS.
001310     05  LINE 8 COL 8 VALUE 'Volume min - max..... : '.
001320     05  LINE 8 COL 33 PIC X(06) FROM SRM-SHOW-MIN.
001330     05  LINE 8 COL 40 VALUE '-'.
001340     05  LINE 8 COL 42 PIC X(06) FROM SRM-SHOW-MAX.
001350     05  LINE 9 COL 8 VALUE 'Statut (A/S)......... : '.
001360     05  LINE 9 COL 33 PIC X(01) FROM SRM-SHOW-STATUS.
001370
001380 01  S-SRM-NEW-VALUES.
001390     05  LINE 11 COL 8 VALUE 'Nouvelle description....... : '.
001400     05  LINE 11 COL 39 PIC X(30) TO SRM-NEW-DESCRIPTION.
001410     05  LINE 12 COL 8 VALUE 'Jours livres (LMMJVSD, O/N) : '.
001420     05  LINE 12 COL 39 PIC X(07) TO SRM-NEW-DAYS REQUIRED.
001430     05  LINE 13 COL 8 VALUE 'Volume minimum (6 chiffres) : '.
001440     05  LINE 13 COL 39 PIC X(06) TO SRM-NEW-MIN-X REQUIRED.
001450     05  LINE 14 COL 8 VALUE 'Volume maximum (6 chiffres) : '.
001460     05  LINE 14 COL 39 PIC X(06) TO SRM-NEW-MAX-X REQUIRED.
001470     05  LINE 15 COL 8 VALUE 'Statut (A=actif, S=suspendu): '.
001480     05  LINE 15 COL 39 PIC X(01) TO SRM-NEW-STATUS REQUIRED.
001490
001500 01  S-SRM-CONFIRM.
001510     05  LINE 17 COL 8 VALUE 'Confirmer (O/N) : '.
001520     05  PIC X TO SRM-CONFIRM-ANSWER REQUIRED.
001530
001540 01  S-SRM-AGAIN.
001550     05  LINE 19 COL 8 VALUE 'Autre source (O/N) : '.
001560     05  PIC X TO SRM-AGAIN-ANSWER REQUIRED.
001570
001580 PROCEDURE DIVISION.
001590 0000-MAINLINE.
001600     PERFORM 1000-SIGN-ON THRU 1000-SIGN-ON-EXIT.
001610     IF SRM-DONE
001620         GO TO 9999-EXIT
001630     END-IF.
001640     PERFORM 2000-MAINTAIN-ONE-SOURCE
001650             THRU 2000-MAINTAIN-ONE-SOURCE-EXIT
001660         UNTIL SRM-DONE.
001670     GO TO 9999-EXIT.
001680
001690 0000-MAINLINE-EXIT.
001700     EXIT.
001710
001720******************************************************************
001730*    1000-SIGN-ON - WHAT THE SHOP EXPECTS FROM ITS VENDORS IS A
001740*    SUPERVISOR FUNCTION: AUTHORITY 3 THROUGH THE SHARED OPRSIGN
001750*    CHECK, THE SAME LEVEL CALDICMT DEMANDS.
001760******************************************************************
001770 1000-SIGN-ON.
001780     ACCEPT S-SRM-SUPERVISOR-ID.
001790     MOVE SRM-SUPERVISOR-ID TO OPS-OPERATOR-ID.
001800     MOVE 3 TO OPS-REQUIRED-LEVEL.
001810     CALL 'OPRSIGN' USING OPS-SIGNON-PARM.
001820     IF OPS-SIGNON-REFUSED
001830         DISPLAY OPS-MESSAGE LINE 2 COL 8
001840         MOVE 'Y' TO SRM-DONE-SW
001850     END-IF.
001860
001870 1000-SIGN-ON-EXIT.
001880     EXIT.
001890
001900******************************************************************
001910*    2000-MAINTAIN-ONE-SOURCE - FETCH THE KEYED SOURCE'S ROW (OR
001920*    A BLANK FOR A NEW ONE), ACCEPT THE REPLACEMENT SCHEDULE,
001930*    VALIDATE, CONFIRM, STORE AND AUDIT.
001940******************************************************************
001950 2000-MAINTAIN-ONE-SOURCE.
001960     ACCEPT S-SRM-SOURCE-ID.
001970     PERFORM 2010-FETCH-SOURCE THRU 2010-FETCH-SOURCE-EXIT.
001980     IF SRM-DONE
001990         GO TO 2000-MAINTAIN-ONE-SOURCE-EXIT
002000     END-IF.
002010     DISPLAY S-SRM-CURRENT.
002020     MOVE SRM-SHOW-DESCRIPTION TO SRM-NEW-DESCRIPTION.
002030     MOVE SPACES TO SRM-NEW-DAYS SRM-NEW-MIN-X SRM-NEW-MAX-X
002040         SRM-NEW-STATUS.
002050     ACCEPT S-SRM-NEW-VALUES.
002060     PERFORM 2020-VALIDATE-ENTRY THRU 2020-VALIDATE-ENTRY-EXIT.
002070     IF NOT SRM-ENTRY-VALID
002080         DISPLAY SRM-ERROR-TEXT LINE 21 COL 8
002090         GO TO 2000-MAINTAIN-ONE-SOURCE-ASK
002100     END-IF.
002110     ACCEPT S-SRM-CONFIRM.
002120     IF SRM-CONFIRM-ANSWER = 'O' OR SRM-CONFIRM-ANSWER = 'o'
002130         PERFORM 2030-STORE-SOURCE THRU 2030-STORE-SOURCE-EXIT
002140     ELSE
002150         DISPLAY 'Mise a jour abandonnee.' LINE 21 COL 8
002160     END-IF.
002170
002180 2000-MAINTAIN-ONE-SOURCE-ASK.
002190     ACCEPT S-SRM-AGAIN.
002200     IF SRM-AGAIN-ANSWER = 'O' OR SRM-AGAIN-ANSWER = 'o'
002210         MOVE 'N' TO SRM-DONE-SW
002220     ELSE
002230         MOVE 'Y' TO SRM-DONE-SW
002240     END-IF.
002250
002260 2000-MAINTAIN-ONE-SOURCE-EXIT.
002270     EXIT.
002280
002290******************************************************************
002300*    2010-FETCH-SOURCE - DIRECT READ BY KEY.  THE FIRST OPEN OF
002310*    THE SESSION CREATES THE REGISTRY, THE SAME WAY GNGOALMT
002320*    CREATES GNGOALS.  THE CURRENT SCHEDULE IS KEPT IN AUDIT
002330*    FORM FOR THE BEFORE HALF OF THE AUDIT LINE.
002340******************************************************************
002350 2010-FETCH-SOURCE.
002360     MOVE 'N' TO SRM-FOUND-SW.
002370     MOVE SPACES TO SRM-OLD-SCHEDULE.
002380     OPEN I-O SRM-REGISTRY-FILE.
002390     IF SRM-REGISTRY-STATUS = '35'
002400         OPEN OUTPUT SRM-REGISTRY-FILE
002410         CLOSE SRM-REGISTRY-FILE
002420         OPEN I-O SRM-REGISTRY-FILE
002430     END-IF.
002440     IF SRM-REGISTRY-STATUS NOT = '00'
002450         DISPLAY 'SRCREG INDISPONIBLE - STATUT: '
002460             SRM-REGISTRY-STATUS LINE 21 COL 8
002470         MOVE 'Y' TO SRM-DONE-SW
002480         GO TO 2010-FETCH-SOURCE-EXIT
002490     END-IF.
002500     MOVE SRM-SOURCE-ID TO SRG-SOURCE-ID.
002510     READ SRM-REGISTRY-FILE
002520         INVALID KEY
002530             MOVE 'NOUVELLE SOURCE' TO SRM-SHOW-STATE
002540             MOVE SPACES TO SRM-SHOW-DESCRIPTION SRM-SHOW-DAYS
002550                 SRM-SHOW-MIN SRM-SHOW-MAX SRM-SHOW-STATUS
002560         NOT INVALID KEY
002570             MOVE 'Y' TO SRM-FOUND-SW
002580             MOVE 'EXISTANTE' TO SRM-SHOW-STATE
002590             MOVE SRG-DESCRIPTION TO SRM-SHOW-DESCRIPTION
002600             MOVE SRG-DELIVERY-DAYS TO SRM-SHOW-DAYS
002610             MOVE SRG-MIN-RECORDS TO SRM-SHOW-MIN
002620             MOVE SRG-MAX-RECORDS TO SRM-SHOW-MAX
002630             MOVE SRG-STATUS TO SRM-SHOW-STATUS
002640             MOVE SRM-SHOW-DAYS TO SRM-SCH-DAYS
002650             MOVE SRM-SHOW-MIN TO SRM-SCH-MIN
002660             MOVE SRM-SHOW-MAX TO SRM-SCH-MAX
002670             MOVE SRM-SHOW-STATUS TO SRM-SCH-STATUS
002680             MOVE SRM-SCHEDULE-TEXT TO SRM-OLD-SCHEDULE
002690     END-READ.
002700     CLOSE SRM-REGISTRY-FILE.
002710
002720 2010-FETCH-SOURCE-EXIT.
002730     EXIT.
002740
002750******************************************************************
002760*    2020-VALIDATE-ENTRY - EVERY DAY FLAG O OR N, MINIMUM AND
002770*    MAXIMUM NUMERIC WITH THE MINIMUM NOT ABOVE THE MAXIMUM,
002780*    STATUS A OR S.  A SOURCE WITH NO DELIVERY DAY IS ALLOWED -
002790*    IT IS SIMPLY NEVER EXPECTED, ONLY RECOGNISED.
002800******************************************************************
002810 2020-VALIDATE-ENTRY.
002820     MOVE 'Y' TO SRM-VALID-SW.
002830     PERFORM 2025-CHECK-ONE-DAY THRU 2025-CHECK-ONE-DAY-EXIT
002840         VARYING SRM-DAY-SUB FROM 1 BY 1
002850         UNTIL SRM-DAY-SUB > 7.
002860     IF NOT SRM-ENTRY-VALID
002870         MOVE 'Jours : sept lettres O ou N.' TO SRM-ERROR-TEXT
002880         GO TO 2020-VALIDATE-ENTRY-EXIT
002890     END-IF.
002900     MOVE 'N' TO SRM-VALID-SW.
002910     IF SRM-NEW-MIN-X NOT NUMERIC
002920             OR SRM-NEW-MAX-X NOT NUMERIC
002930         MOVE 'Volumes min et max doivent etre numeriques.'
002940             TO SRM-ERROR-TEXT
002950         GO TO 2020-VALIDATE-ENTRY-EXIT
002960     END-IF.
002970     IF SRM-NEW-MIN-X > SRM-NEW-MAX-X
002980         MOVE 'Volume minimum au-dessus du maximum.'
002990             TO SRM-ERROR-TEXT
003000         GO TO 2020-VALIDATE-ENTRY-EXIT
003010     END-IF.
003020     IF SRM-NEW-STATUS NOT = 'A' AND SRM-NEW-STATUS NOT = 'S'
003030         MOVE 'Statut doit etre A ou S.' TO SRM-ERROR-TEXT
003040         GO TO 2020-VALIDATE-ENTRY-EXIT
003050     END-IF.
003060     MOVE 'Y' TO SRM-VALID-SW.
003070
003080 2020-VALIDATE-ENTRY-EXIT.
003090     EXIT.
003100
003110 2025-CHECK-ONE-DAY.
003120     IF SRM-NEW-DAYS(SRM-DAY-SUB:1) NOT = 'O'
003130             AND SRM-NEW-DAYS(SRM-DAY-SUB:1) NOT = 'N'
003140         MOVE 'N' TO SRM-VALID-SW
003150     END-IF.
003160
003170 2025-CHECK-ONE-DAY-EXIT.
003180     EXIT.
003190
003200 2030-STORE-SOURCE.
003210     OPEN I-O SRM-REGISTRY-FILE.
003220     IF SRM-REGISTRY-STATUS NOT = '00'
003230         DISPLAY 'SRCREG INDISPONIBLE - STATUT: '
003240             SRM-REGISTRY-STATUS LINE 21 COL 8
003250         GO TO 2030-STORE-SOURCE-EXIT
003260     END-IF.
003270     MOVE SPACES TO SRG-REGISTRY-RECORD.
003280     MOVE SRM-SOURCE-ID TO SRG-SOURCE-ID.
003290     MOVE SRM-NEW-DESCRIPTION TO SRG-DESCRIPTION.
003300     MOVE SRM-NEW-DAYS TO SRG-DELIVERY-DAYS.
003310     MOVE SRM-NEW-MIN-X TO SRG-MIN-RECORDS.
003320     MOVE SRM-NEW-MAX-X TO SRG-MAX-RECORDS.
003330     MOVE SRM-NEW-STATUS TO SRG-STATUS.
003340     MOVE SRM-SUPERVISOR-ID TO SRG-SET-BY.
003350     MOVE FUNCTION CURRENT-DATE(1:8) TO SRG-SET-DATE.
003360     IF SRM-SOURCE-FOUND
003370         REWRITE SRG-REGISTRY-RECORD
003380     ELSE
003390         WRITE SRG-REGISTRY-RECORD
003400     END-IF.
003410     IF SRM-REGISTRY-STATUS NOT = '00'
003420         DISPLAY 'ECRITURE SRCREG IMPOSSIBLE - STATUT: '
003430             SRM-REGISTRY-STATUS LINE 21 COL 8
003440         CLOSE SRM-REGISTRY-FILE
003450         GO TO 2030-STORE-SOURCE-EXIT
003460     END-IF.
003470     CLOSE SRM-REGISTRY-FILE.
003480     PERFORM 2040-WRITE-AUDIT-LINE
003490             THRU 2040-WRITE-AUDIT-LINE-EXIT.
003500     DISPLAY 'Source enregistree.' LINE 21 COL 8.
003510
003520 2030-STORE-SOURCE-EXIT.
003530     EXIT.
003540
003550******************************************************************
003560*    2040-WRITE-AUDIT-LINE - WHO CHANGED WHICH SOURCE'S SCHEDULE
003570*    FROM WHAT TO WHAT, DATED, WITH THE VERIFIED SUPERVISOR ID
003580*    THE SIGN-ON ESTABLISHED.
003590******************************************************************
003600 2040-WRITE-AUDIT-LINE.
003610     OPEN EXTEND SRM-AUDIT-FILE.
003620     IF SRM-AUDIT-STATUS = '35'
003630         OPEN OUTPUT SRM-AUDIT-FILE
003640     END-IF.
003650     IF SRM-AUDIT-STATUS NOT = '00'
003660         DISPLAY 'ECRITURE SRCREGAU IMPOSSIBLE - STATUT: '
003670             SRM-AUDIT-STATUS LINE 21 COL 8
003680         GO TO 2040-WRITE-AUDIT-LINE-EXIT
003690     END-IF.
003700     MOVE FUNCTION CURRENT-DATE(1:8) TO SRM-AUD-DATE.
003710     MOVE SRM-SUPERVISOR-ID TO SRM-AUD-SUPERVISOR.
003720     MOVE SRM-SOURCE-ID TO SRM-AUD-SOURCE.
003730     IF SRM-SOURCE-FOUND
003740         MOVE 'UPDATED' TO SRM-AUD-ACTION
003750     ELSE
003760         MOVE 'ADDED' TO SRM-AUD-ACTION
003770     END-IF.
003780     MOVE SRM-OLD-SCHEDULE TO SRM-AUD-OLD.
003790     MOVE SRM-NEW-DAYS TO SRM-SCH-DAYS.
003800     MOVE SRM-NEW-MIN-X TO SRM-SCH-MIN.
003810     MOVE SRM-NEW-MAX-X TO SRM-SCH-MAX.
003820     MOVE SRM-NEW-STATUS TO SRM-SCH-STATUS.
003830     MOVE SRM-SCHEDULE-TEXT TO SRM-AUD-NEW.
003840     MOVE SRM-AUDIT-LINE TO SRM-AUDIT-RECORD.
003850     WRITE SRM-AUDIT-RECORD.
003860     CLOSE SRM-AUDIT-FILE.
003870
003880 2040-WRITE-AUDIT-LINE-EXIT.
003890     EXIT.
003900
003910 9999-EXIT.
003920     STOP RUN.
