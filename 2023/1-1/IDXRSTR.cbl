000100******************************************************************
000110*    PROGRAM-ID..: IDXRSTR
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: VERIFIED RESTORE OF ONE FILE FROM A COPY CUT
000170*                   BY IDXBKUP.  THE OPERATOR KEYS THE FILE AND
000180*                   THE GENERATION (COPY DATE).  BEFORE ANYTHING
000190*                   IS TOUCHED THE COPY IS RE-TOTALLED AND MUST
000200*                   MATCH ITS IDXBKCAT COUNT AND HASH, AND ITS
000210*                   RECORD LENGTH MUST STILL BE THE FILE'S.  IF
000220*                   THE LIVE FILE EXISTS, OVERWRITING IT NEEDS A
000230*                   SUPERVISOR (LEVEL 3) SIGN-ON THROUGH OPRSIGN;
000240*                   IF IT IS GONE - INCLUDING OPRMAST ITSELF, WHEN
000250*                   NOBODY COULD SIGN ON - IT IS SIMPLY RELOADED.
000252*                   AN OPRMAST THAT IS THERE BUT CANNOT BE READ
000254*                   CANNOT SIGN ANYONE ON EITHER, SO FOR IT THE
000256*                   SUPERVISOR'S ID AND PIN ARE CHECKED AGAINST
000258*                   THE VERIFIED COPY BEING RESTORED INSTEAD.
000260*                   AFTER THE RELOAD THE LIVE FILE IS RE-TOTALLED
000270*                   AND MUST AGAIN MATCH THE CATALOG; A MISMATCH
000280*                   RAISES A CRITICAL ALERT.  EVERY ATTEMPT, WITH
000290*                   THE LIVE FILE'S COUNT AND HASH BEFORE AND
000300*                   AFTER, IS WRITTEN TO THE IDXBKAU AUDIT TRAIL.
000310*    MODIFICATION HISTORY:
000320*      2026-10-15  RJB  ORIGINAL.
000325*      2026-10-15  RJB  ADDED CALRATE, THE CHARGEBACK RATE TABLE.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. IDXRSTR.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT IXR-OPRMAST-FILE ASSIGN TO 'OPRMAST'
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS OPR-OPERATOR-ID
000440         FILE STATUS IS IXR-LIVE-STATUS.
000450
000460     SELECT IXR-GNGOALS-FILE ASSIGN TO 'GNGOALS'
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS GOL-OPERATOR-ID
000500         FILE STATUS IS IXR-LIVE-STATUS.
000510
000520     SELECT IXR-CALMSTR-FILE ASSIGN TO 'CALMSTR'
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS CALM-SEQ-NO
000560         FILE STATUS IS IXR-LIVE-STATUS.
000570
000580     SELECT IXR-CALDICTM-FILE ASSIGN TO 'CALDICTM'
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS DCT-KEY
000620         FILE STATUS IS IXR-LIVE-STATUS.
000630
000640     SELECT IXR-CALDQUE-FILE ASSIGN TO 'CALDQUE'
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS CDQ-KEY
000680         FILE STATUS IS IXR-LIVE-STATUS.
000690
000700     SELECT IXR-CALARCHM-FILE ASSIGN TO 'CALARCHM'
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS CLA-KEY
000740         FILE STATUS IS IXR-LIVE-STATUS.
000750
000760     SELECT IXR-CALRSUB-FILE ASSIGN TO 'CALRSUB'
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS SEQUENTIAL
000790         RECORD KEY IS RSB-KEY
000800         FILE STATUS IS IXR-LIVE-STATUS.
000810
000820     SELECT IXR-SRCREG-FILE ASSIGN TO 'SRCREG'
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS SEQUENTIAL
000850         RECORD KEY IS SRG-SOURCE-ID
000860         FILE STATUS IS IXR-LIVE-STATUS.
000870
000880     SELECT IXR-CALRSPLG-FILE ASSIGN TO 'CALRSPLG'
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS SEQUENTIAL
000910         RECORD KEY IS RLG-RESPONSE-DATE
000920         FILE STATUS IS IXR-LIVE-STATUS.
000930
000940     SELECT IXR-CALDISP-FILE ASSIGN TO 'CALDISP'
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS SEQUENTIAL
000970         RECORD KEY IS DSP-KEY
000980         FILE STATUS IS IXR-LIVE-STATUS.
000990
001000     SELECT IXR-CALPPADJ-FILE ASSIGN TO 'CALPPADJ'
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS SEQUENTIAL
001030         RECORD KEY IS PPA-KEY
001040         FILE STATUS IS IXR-LIVE-STATUS.
001050
001060     SELECT IXR-CALQCSMP-FILE ASSIGN TO 'CALQCSMP'
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS SEQUENTIAL
001090         RECORD KEY IS QCS-KEY
001100         FILE STATUS IS IXR-LIVE-STATUS.
001101
001102     SELECT IXR-CALRATE-FILE ASSIGN TO 'CALRATE'
001103         ORGANIZATION IS INDEXED
001104         ACCESS MODE IS SEQUENTIAL
001105         RECORD KEY IS RAT-SOURCE-ID
001106         FILE STATUS IS IXR-LIVE-STATUS.
001110
001120     SELECT IXR-SEQ-FILE ASSIGN TO DYNAMIC IXR-SEQ-NAME
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS IXR-LIVE-STATUS.
001150
001160     SELECT IXR-COPY-FILE ASSIGN TO DYNAMIC IXR-COPY-NAME
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS IXR-COPY-STATUS.
001190
001200     SELECT IXR-CATALOG-FILE ASSIGN TO 'IDXBKCAT'
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS IXR-CATALOG-STATUS.
001230
001240     SELECT IXR-AUDIT-FILE ASSIGN TO 'IDXBKAU'
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS IXR-AUDIT-STATUS.
001270
001280 DATA DIVISION.
001290 FILE SECTION.
001300 FD  IXR-OPRMAST-FILE.
001310     COPY OPRMSTRC.
001320
001330 FD  IXR-GNGOALS-FILE.
001340     COPY GNGOALRC.
001350
001360 FD  IXR-CALMSTR-FILE.
001370     COPY CALMSTRC.
001380
001390 FD  IXR-CALDICTM-FILE.
001400     COPY CALDICTC.
001410
001420 FD  IXR-CALDQUE-FILE.
001430     COPY CALDQUEC.
001440
001450 FD  IXR-CALARCHM-FILE.
001460     COPY CALARCHC.
001470
001480 FD  IXR-CALRSUB-FILE.
001490     COPY CALRSUBC.
001500
001510 FD  IXR-SRCREG-FILE.
001520     COPY SRCREGC.
001530
001540 FD  IXR-CALRSPLG-FILE.
001550     COPY CALRSPLC.
001560
001570 FD  IXR-CALDISP-FILE.
001580     COPY CALDISPC.
001590
001600 FD  IXR-CALPPADJ-FILE.
001610     COPY CALPPLGC.
001620
001630 FD  IXR-CALQCSMP-FILE.
001640     COPY CALQCSMC.
001642
001644 FD  IXR-CALRATE-FILE.
001646     COPY CALRATEC.
001650
001660 FD  IXR-SEQ-FILE
001670     RECORDING MODE IS F.
001680 01  IXR-SEQ-RECORD             PIC X(200).
001690
001700 FD  IXR-COPY-FILE
001710     RECORDING MODE IS F.
001720 01  IXR-COPY-RECORD            PIC X(200).
001730
001740 FD  IXR-CATALOG-FILE
001750     RECORDING MODE IS F.
001760 01  IXR-CATALOG-RECORD         PIC X(100).
001770
001780 FD  IXR-AUDIT-FILE
001790     RECORDING MODE IS F.
001800 01  IXR-AUDIT-RECORD           PIC X(120).
001810
001820 WORKING-STORAGE SECTION.
001830     COPY OPRSIGNL.
001840     COPY ALRTWSL.
001850     COPY IDXFILEW.
001860     COPY IDXHASHL.
001870     COPY IDXCATW.
001880     COPY IDXAUDW.
001881     COPY OPRPINW.
001882
001883*    THE OPERATOR RECORD FROM THE COPY, FOR SIGN-ON WHEN THE LIVE
001884*    OPRMAST IS DAMAGED.
001885     COPY OPRMSTRC REPLACING LEADING ==OPR== BY ==IXO==.
001890
001900 77  IXR-SEQ-NAME               PIC X(40) VALUE SPACES.
001910 77  IXR-COPY-NAME              PIC X(40) VALUE SPACES.
001920
001930 77  IXR-LIVE-STATUS            PIC X(02) VALUE '00'.
001940 77  IXR-COPY-STATUS            PIC X(02) VALUE '00'.
001950 77  IXR-CATALOG-STATUS         PIC X(02) VALUE '00'.
001960 77  IXR-AUDIT-STATUS           PIC X(02) VALUE '00'.
001970
001980 77  IXR-OPERATOR-ID            PIC X(08) VALUE SPACES.
001990 77  IXR-FILE-ENTRY             PIC X(12) VALUE SPACES.
002000 77  IXR-DATE-ENTRY             PIC X(08) VALUE SPACES.
002010 77  IXR-CONFIRM-ANSWER         PIC X VALUE 'N'.
002020 77  IXR-RESULT                 PIC X(10) VALUE SPACES.
002030 77  IXR-ERROR-TEXT             PIC X(60) VALUE SPACES.
002040
002050 77  IXR-FILE-SUB               PIC 9(02) COMP.
002060 77  IXR-FOUND-SUB              PIC 9(02) COMP.
002070 77  IXR-EOF-SW                 PIC X VALUE 'N'.
002080     88  IXR-END-OF-FILE                VALUE 'Y'.
002090 77  IXR-GEN-FOUND-SW           PIC X VALUE 'N'.
002100     88  IXR-GENERATION-FOUND           VALUE 'Y'.
002110 77  IXR-LIVE-SW                PIC X VALUE 'N'.
002120     88  IXR-LIVE-FILE-PRESENT          VALUE 'Y'.
002130 77  IXR-READ-ERROR-SW          PIC X VALUE 'N'.
002140     88  IXR-READ-IN-ERROR              VALUE 'Y'.
002143 77  IXR-OPR-FOUND-SW           PIC X VALUE 'N'.
002146     88  IXR-OPERATOR-FOUND             VALUE 'Y'.
002150
002160*    TOTALS: THE CATALOG'S, THE COPY AS RE-READ, THE LIVE FILE
002170*    BEFORE THE RELOAD AND THE LIVE FILE AFTER IT.
002180 77  IXR-CAT-COUNT              PIC 9(09) VALUE ZERO.
002190 77  IXR-CAT-HASH               PIC 9(15) VALUE ZERO.
002200 77  IXR-CAT-LENGTH             PIC 9(04) VALUE ZERO.
002210 77  IXR-COPY-COUNT             PIC 9(09) VALUE ZERO.
002220 77  IXR-COPY-HASH              PIC 9(15) VALUE ZERO.
002230 77  IXR-BEFORE-COUNT           PIC 9(09) VALUE ZERO.
002240 77  IXR-BEFORE-HASH            PIC 9(15) VALUE ZERO.
002250 77  IXR-AFTER-COUNT            PIC 9(09) VALUE ZERO.
002260 77  IXR-AFTER-HASH             PIC 9(15) VALUE ZERO.
002270 77  IXR-REJECTED-COUNT         PIC 9(09) VALUE ZERO.
002280
002290*    THE RECORD JUST READ, WHICHEVER FILE IT CAME FROM.
002300 01  IXR-IMAGE                  PIC X(200).
002310
002320 SCREEN SECTION.
002330 01  S-IXR-REQUEST.
002340     05  LINE 1 COL 8 VALUE 'Fichier a restaurer : '.
002350     05  PIC X(12) TO IXR-FILE-ENTRY REQUIRED.
002360     05  LINE 1 COL 44 VALUE 'Generation (AAAAMMJJ) : '.
002370     05  PIC X(08) TO IXR-DATE-ENTRY REQUIRED.
002380
002390 01  S-IXR-TOTALS.
002400     05  LINE 3 COL 8 VALUE 'Copie............... : '.
002410     05  LINE 3 COL 31 PIC X(24) FROM IXC-COPY-NAME.
002420     05  LINE 4 COL 8 VALUE 'Enregistrements copie : '.
002430     05  LINE 4 COL 33 PIC 9(09) FROM IXR-COPY-COUNT.
002440     05  LINE 5 COL 8 VALUE 'Enregistrements actuels : '.
002450     05  LINE 5 COL 35 PIC 9(09) FROM IXR-BEFORE-COUNT.
002460
002470 01  S-IXR-OPERATOR-ID.
002480     05  LINE 7 COL 8 VALUE 'Identifiant superviseur : '.
002490     05  PIC X(08) TO IXR-OPERATOR-ID REQUIRED.
002500     05  LINE 7 COL 44 VALUE 'PIN : '.
002510     05  PIC X(06) TO OPS-PIN SECURE.
002520     05  LINE 7 COL 58 VALUE 'Nouveau PIN : '.
002530     05  PIC X(06) TO OPS-NEW-PIN SECURE.
002540
002550 01  S-IXR-CONFIRM.
002560     05  LINE 9 COL 8 VALUE 'Confirmer (O/N) : '.
002570     05  PIC X TO IXR-CONFIRM-ANSWER REQUIRED.
002580
002590 PROCEDURE DIVISION.
002600 0000-MAINLINE.
002610     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002620     PERFORM 2000-RESTORE-FILE THRU 2000-RESTORE-FILE-EXIT.
002630     GO TO 9999-EXIT.
002640
002650 0000-MAINLINE-EXIT.
002660     EXIT.
002670
002680******************************************************************
002690*    1000-INITIALIZE - RECORD LENGTHS FROM THE FD LAYOUTS, IN
002700*    IDXFILEW ORDER, AS IDXBKUP TOTALS THEM.
002710******************************************************************
002720 1000-INITIALIZE.
002730     MOVE LENGTH OF OPR-MASTER-RECORD TO IXF-FILE-LENGTH(1).
002740     MOVE LENGTH OF GOL-GOAL-RECORD TO IXF-FILE-LENGTH(2).
002750     MOVE IXF-SEQ-LENGTH TO IXF-FILE-LENGTH(3).
002760     MOVE IXF-SEQ-LENGTH TO IXF-FILE-LENGTH(4).
002770     MOVE LENGTH OF CALM-MASTER-RECORD TO IXF-FILE-LENGTH(5).
002780     MOVE LENGTH OF DCT-DICT-RECORD TO IXF-FILE-LENGTH(6).
002790     MOVE LENGTH OF CDQ-QUEUE-RECORD TO IXF-FILE-LENGTH(7).
002800     MOVE LENGTH OF CLA-ARCHIVE-RECORD TO IXF-FILE-LENGTH(8).
002810     MOVE LENGTH OF RSB-REGISTER-RECORD TO IXF-FILE-LENGTH(9).
002820     MOVE LENGTH OF SRG-REGISTRY-RECORD TO IXF-FILE-LENGTH(10).
002830     MOVE LENGTH OF RLG-RESPONSE-RECORD TO IXF-FILE-LENGTH(11).
002840     MOVE LENGTH OF DSP-DISPUTE-RECORD TO IXF-FILE-LENGTH(12).
002850     MOVE LENGTH OF PPA-LEDGER-RECORD TO IXF-FILE-LENGTH(13).
002860     MOVE LENGTH OF QCS-SAMPLE-RECORD TO IXF-FILE-LENGTH(14).
002865     MOVE LENGTH OF RAT-RATE-RECORD TO IXF-FILE-LENGTH(15).
002870     MOVE '*NONE*' TO IXR-OPERATOR-ID.
002880
002890 1000-INITIALIZE-EXIT.
002900     EXIT.
002910
002920******************************************************************
002930*    2000-RESTORE-FILE - KEY, CHECK THE COPY, TOTAL THE LIVE
002940*    FILE, SIGN ON IF IT WILL BE OVERWRITTEN, CONFIRM, RELOAD,
002950*    VERIFY.  ANY REFUSAL FROM THE CATALOG LOOK-UP ON IS AUDITED.
002960******************************************************************
002970 2000-RESTORE-FILE.
002980     ACCEPT S-IXR-REQUEST.
002990     INSPECT IXR-FILE-ENTRY
003000         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
003010                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
003020     MOVE ZERO TO IXR-FOUND-SUB.
003030     PERFORM 2005-MATCH-FILE-NAME THRU 2005-MATCH-FILE-NAME-EXIT
003040         VARYING IXR-FILE-SUB FROM 1 BY 1
003050         UNTIL IXR-FILE-SUB > IXF-FILE-COUNT
003060            OR IXR-FOUND-SUB > ZERO.
003070     IF IXR-FOUND-SUB = ZERO
003080         DISPLAY 'Fichier non sauvegarde par IDXBKUP.'
003090             LINE 18 COL 8
003100         GO TO 2000-RESTORE-FILE-EXIT
003110     END-IF.
003120     MOVE IXR-FOUND-SUB TO IXR-FILE-SUB.
003130     IF IXR-DATE-ENTRY NOT NUMERIC
003140         DISPLAY 'Generation non numerique.' LINE 18 COL 8
003150         GO TO 2000-RESTORE-FILE-EXIT
003160     END-IF.
003170     PERFORM 2010-FIND-GENERATION THRU 2010-FIND-GENERATION-EXIT.
003180     IF NOT IXR-GENERATION-FOUND
003190         DISPLAY 'Generation absente du catalogue IDXBKCAT.'
003200             LINE 18 COL 8
003210         GO TO 2000-RESTORE-FILE-EXIT
003220     END-IF.
003230     IF IXR-CAT-LENGTH NOT = IXF-FILE-LENGTH(IXR-FILE-SUB)
003240         MOVE 'Format d''enregistrement change depuis la copie.'
003250             TO IXR-ERROR-TEXT
003260         MOVE 'LAYOUT' TO IXR-RESULT
003270         GO TO 2000-RESTORE-FILE-REFUSED
003280     END-IF.
003290     PERFORM 2020-VERIFY-COPY THRU 2020-VERIFY-COPY-EXIT.
003300     MOVE IHS-RECORD-COUNT TO IXR-COPY-COUNT.
003310     MOVE IHS-HASH-TOTAL TO IXR-COPY-HASH.
003320     IF IXR-READ-IN-ERROR
003330             OR IXR-COPY-COUNT NOT = IXR-CAT-COUNT
003340             OR IXR-COPY-HASH NOT = IXR-CAT-HASH
003350         MOVE 'Copie endommagee - totaux differents du catalogue.'
003360             TO IXR-ERROR-TEXT
003370         MOVE 'BADCOPY' TO IXR-RESULT
003380         GO TO 2000-RESTORE-FILE-REFUSED
003390     END-IF.
003400     PERFORM 2030-TOTAL-LIVE-FILE THRU 2030-TOTAL-LIVE-FILE-EXIT.
003410     MOVE IHS-RECORD-COUNT TO IXR-BEFORE-COUNT.
003420     MOVE IHS-HASH-TOTAL TO IXR-BEFORE-HASH.
003430     DISPLAY S-IXR-TOTALS.
003440     IF IXR-LIVE-FILE-PRESENT
003450         PERFORM 2040-SUPERVISOR-SIGN-ON
003460                 THRU 2040-SUPERVISOR-SIGN-ON-EXIT
003470         IF OPS-SIGNON-REFUSED
003480             MOVE OPS-MESSAGE TO IXR-ERROR-TEXT
003490             MOVE 'REFUSED' TO IXR-RESULT
003500             GO TO 2000-RESTORE-FILE-REFUSED
003510         END-IF
003520     END-IF.
003530     ACCEPT S-IXR-CONFIRM.
003540     IF IXR-CONFIRM-ANSWER NOT = 'O'
003550             AND IXR-CONFIRM-ANSWER NOT = 'o'
003560         MOVE 'Restauration abandonnee.' TO IXR-ERROR-TEXT
003570         MOVE 'CANCELLED' TO IXR-RESULT
003580         GO TO 2000-RESTORE-FILE-REFUSED
003590     END-IF.
003600     PERFORM 2050-RELOAD-LIVE-FILE
003610             THRU 2050-RELOAD-LIVE-FILE-EXIT.
003620     IF IXR-RESULT = 'FAILED'
003630         GO TO 2000-RESTORE-FILE-REFUSED
003640     END-IF.
003650     PERFORM 2030-TOTAL-LIVE-FILE THRU 2030-TOTAL-LIVE-FILE-EXIT.
003660     MOVE IHS-RECORD-COUNT TO IXR-AFTER-COUNT.
003670     MOVE IHS-HASH-TOTAL TO IXR-AFTER-HASH.
003680     IF IXR-AFTER-COUNT = IXR-CAT-COUNT
003690             AND IXR-AFTER-HASH = IXR-CAT-HASH
003700             AND IXR-REJECTED-COUNT = ZERO
003710             AND NOT IXR-READ-IN-ERROR
003720         MOVE 'VERIFIED' TO IXR-RESULT
003730         DISPLAY 'Restauration verifiee - totaux conformes.'
003740             LINE 18 COL 8
003750     ELSE
003760         MOVE 'MISMATCH' TO IXR-RESULT
003770         DISPLAY 'RESTAURATION NON CONFORME - VOIR IDXBKAU.'
003780             LINE 18 COL 8
003790         PERFORM 2060-RAISE-MISMATCH-ALERT
003800                 THRU 2060-RAISE-MISMATCH-ALERT-EXIT
003810     END-IF.
003820     PERFORM 2070-WRITE-AUDIT-LINE
003830             THRU 2070-WRITE-AUDIT-LINE-EXIT.
003840     GO TO 2000-RESTORE-FILE-EXIT.
003850
003860 2000-RESTORE-FILE-REFUSED.
003870     DISPLAY IXR-ERROR-TEXT LINE 18 COL 8.
003880     PERFORM 2070-WRITE-AUDIT-LINE
003890             THRU 2070-WRITE-AUDIT-LINE-EXIT.
003900
003910 2000-RESTORE-FILE-EXIT.
003920     EXIT.
003930
003940 2005-MATCH-FILE-NAME.
003950     IF IXF-FILE-NAME(IXR-FILE-SUB) = IXR-FILE-ENTRY
003960         MOVE IXR-FILE-SUB TO IXR-FOUND-SUB
003970     END-IF.
003980
003990 2005-MATCH-FILE-NAME-EXIT.
004000     EXIT.
004010
004020******************************************************************
004030*    2010-FIND-GENERATION - THE CATALOG LINE FOR THE FILE AND
004040*    DATE KEYED.  IDXBKUP KEEPS ONE LINE PER FILE PER DAY; THE
004050*    LAST ONE READ WINS IF THE CATALOG WAS EVER HAND-EDITED.
004060******************************************************************
004070 2010-FIND-GENERATION.
004080     MOVE 'N' TO IXR-GEN-FOUND-SW.
004090     OPEN INPUT IXR-CATALOG-FILE.
004100     IF IXR-CATALOG-STATUS NOT = '00'
004110         GO TO 2010-FIND-GENERATION-EXIT
004120     END-IF.
004130     MOVE 'N' TO IXR-EOF-SW.
004140     PERFORM 2015-READ-CATALOG-LINE
004150             THRU 2015-READ-CATALOG-LINE-EXIT
004160         UNTIL IXR-END-OF-FILE.
004170     CLOSE IXR-CATALOG-FILE.
004180     IF IXR-GENERATION-FOUND
004190         MOVE IXR-COPY-NAME TO IXC-COPY-NAME
004200     END-IF.
004210
004220 2010-FIND-GENERATION-EXIT.
004230     EXIT.
004240
004250 2015-READ-CATALOG-LINE.
004260     READ IXR-CATALOG-FILE
004270         AT END
004280             MOVE 'Y' TO IXR-EOF-SW
004290             GO TO 2015-READ-CATALOG-LINE-EXIT
004300     END-READ.
004310     MOVE IXR-CATALOG-RECORD TO IXC-CATALOG-LINE.
004320     IF IXC-FILE-NAME = IXR-FILE-ENTRY
004330             AND IXC-COPY-DATE = IXR-DATE-ENTRY
004340             AND IXC-RECORD-COUNT IS NUMERIC
004350             AND IXC-HASH-TOTAL IS NUMERIC
004360             AND IXC-RECORD-LENGTH IS NUMERIC
004370         MOVE 'Y' TO IXR-GEN-FOUND-SW
004380         MOVE IXC-COPY-NAME TO IXR-COPY-NAME
004390         MOVE IXC-RECORD-COUNT TO IXR-CAT-COUNT
004400         MOVE IXC-HASH-TOTAL TO IXR-CAT-HASH
004410         MOVE IXC-RECORD-LENGTH TO IXR-CAT-LENGTH
004420     END-IF.
004430
004440 2015-READ-CATALOG-LINE-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480*    2020-VERIFY-COPY - RE-TOTAL THE COPY AT THE CATALOGED
004490*    RECORD LENGTH.
004500******************************************************************
004510 2020-VERIFY-COPY.
004520     MOVE 'N' TO IXR-READ-ERROR-SW.
004530     MOVE ZERO TO IHS-RECORD-COUNT IHS-HASH-TOTAL.
004540     MOVE IXR-CAT-LENGTH TO IHS-LENGTH.
004550     OPEN INPUT IXR-COPY-FILE.
004560     IF IXR-COPY-STATUS NOT = '00'
004570         MOVE 'Y' TO IXR-READ-ERROR-SW
004580         GO TO 2020-VERIFY-COPY-EXIT
004590     END-IF.
004600     MOVE 'N' TO IXR-EOF-SW.
004610     PERFORM 2025-TOTAL-COPY-RECORD
004620             THRU 2025-TOTAL-COPY-RECORD-EXIT
004630         UNTIL IXR-END-OF-FILE.
004640     CLOSE IXR-COPY-FILE.
004650
004660 2020-VERIFY-COPY-EXIT.
004670     EXIT.
004680
004690 2025-TOTAL-COPY-RECORD.
004700     READ IXR-COPY-FILE
004710         AT END
004720             MOVE 'Y' TO IXR-EOF-SW
004730             GO TO 2025-TOTAL-COPY-RECORD-EXIT
004740     END-READ.
004750     IF IXR-COPY-STATUS NOT = '00'
004760         MOVE 'Y' TO IXR-READ-ERROR-SW
004770         MOVE 'Y' TO IXR-EOF-SW
004780         GO TO 2025-TOTAL-COPY-RECORD-EXIT
004790     END-IF.
004800     MOVE IXR-COPY-RECORD TO IHS-IMAGE.
004810     CALL 'IDXHASH' USING IHS-HASH-PARM.
004820
004830 2025-TOTAL-COPY-RECORD-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870*    2030-TOTAL-LIVE-FILE - COUNT AND HASH THE LIVE FILE THE SAME
004880*    WAY IDXBKUP DOES.  NOT ON FILE ('35') MEANS NOTHING WILL BE
004890*    OVERWRITTEN; ANY OTHER OPEN FAILURE IS TREATED AS A LIVE BUT
004900*    DAMAGED FILE, WHICH STILL NEEDS THE SUPERVISOR.
004910******************************************************************
004920 2030-TOTAL-LIVE-FILE.
004930     MOVE 'N' TO IXR-READ-ERROR-SW.
004940     MOVE ZERO TO IHS-RECORD-COUNT IHS-HASH-TOTAL.
004950     MOVE IXF-FILE-LENGTH(IXR-FILE-SUB) TO IHS-LENGTH.
004960     PERFORM 2031-OPEN-LIVE-INPUT THRU 2031-OPEN-LIVE-INPUT-EXIT.
004970     IF IXR-LIVE-STATUS = '35'
004980         MOVE 'N' TO IXR-LIVE-SW
004990         GO TO 2030-TOTAL-LIVE-FILE-EXIT
005000     END-IF.
005010     MOVE 'Y' TO IXR-LIVE-SW.
005020     IF IXR-LIVE-STATUS NOT = '00'
005030         MOVE 'Y' TO IXR-READ-ERROR-SW
005040         GO TO 2030-TOTAL-LIVE-FILE-EXIT
005050     END-IF.
005060     MOVE 'N' TO IXR-EOF-SW.
005070     PERFORM 2032-TOTAL-LIVE-RECORD
005080             THRU 2032-TOTAL-LIVE-RECORD-EXIT
005090         UNTIL IXR-END-OF-FILE.
005100     PERFORM 2034-CLOSE-LIVE-FILE THRU 2034-CLOSE-LIVE-FILE-EXIT.
005110
005120 2030-TOTAL-LIVE-FILE-EXIT.
005130     EXIT.
005140
005150 2031-OPEN-LIVE-INPUT.
005160     EVALUATE IXR-FILE-SUB
005170         WHEN 1
005180             OPEN INPUT IXR-OPRMAST-FILE
005190         WHEN 2
005200             OPEN INPUT IXR-GNGOALS-FILE
005210         WHEN 3
005220         WHEN 4
005230             MOVE IXF-FILE-NAME(IXR-FILE-SUB) TO IXR-SEQ-NAME
005240             OPEN INPUT IXR-SEQ-FILE
005250         WHEN 5
005260             OPEN INPUT IXR-CALMSTR-FILE
005270         WHEN 6
005280             OPEN INPUT IXR-CALDICTM-FILE
005290         WHEN 7
005300             OPEN INPUT IXR-CALDQUE-FILE
005310         WHEN 8
005320             OPEN INPUT IXR-CALARCHM-FILE
005330         WHEN 9
005340             OPEN INPUT IXR-CALRSUB-FILE
005350         WHEN 10
005360             OPEN INPUT IXR-SRCREG-FILE
005370         WHEN 11
005380             OPEN INPUT IXR-CALRSPLG-FILE
005390         WHEN 12
005400             OPEN INPUT IXR-CALDISP-FILE
005410         WHEN 13
005420             OPEN INPUT IXR-CALPPADJ-FILE
005430         WHEN 14
005440             OPEN INPUT IXR-CALQCSMP-FILE
005442         WHEN 15
005444             OPEN INPUT IXR-CALRATE-FILE
005450     END-EVALUATE.
005460
005470 2031-OPEN-LIVE-INPUT-EXIT.
005480     EXIT.
005490
005500 2032-TOTAL-LIVE-RECORD.
005510     PERFORM 2033-READ-LIVE-RECORD
005520             THRU 2033-READ-LIVE-RECORD-EXIT.
005530     IF IXR-END-OF-FILE
005540         GO TO 2032-TOTAL-LIVE-RECORD-EXIT
005550     END-IF.
005560     IF IXR-LIVE-STATUS NOT = '00'
005570         MOVE 'Y' TO IXR-READ-ERROR-SW
005580         MOVE 'Y' TO IXR-EOF-SW
005590         GO TO 2032-TOTAL-LIVE-RECORD-EXIT
005600     END-IF.
005610     MOVE IXR-IMAGE TO IHS-IMAGE.
005620     CALL 'IDXHASH' USING IHS-HASH-PARM.
005630
005640 2032-TOTAL-LIVE-RECORD-EXIT.
005650     EXIT.
005660
005670 2033-READ-LIVE-RECORD.
005680     MOVE SPACES TO IXR-IMAGE.
005690     EVALUATE IXR-FILE-SUB
005700         WHEN 1
005710             READ IXR-OPRMAST-FILE NEXT RECORD
005720                 AT END MOVE 'Y' TO IXR-EOF-SW
005730                 NOT AT END MOVE OPR-MASTER-RECORD TO IXR-IMAGE
005740             END-READ
005750         WHEN 2
005760             READ IXR-GNGOALS-FILE NEXT RECORD
005770                 AT END MOVE 'Y' TO IXR-EOF-SW
005780                 NOT AT END MOVE GOL-GOAL-RECORD TO IXR-IMAGE
005790             END-READ
005800         WHEN 3
005810         WHEN 4
005820             READ IXR-SEQ-FILE
005830                 AT END MOVE 'Y' TO IXR-EOF-SW
005840                 NOT AT END MOVE IXR-SEQ-RECORD TO IXR-IMAGE
005850             END-READ
005860         WHEN 5
005870             READ IXR-CALMSTR-FILE NEXT RECORD
005880                 AT END MOVE 'Y' TO IXR-EOF-SW
005890                 NOT AT END MOVE CALM-MASTER-RECORD TO IXR-IMAGE
005900             END-READ
005910         WHEN 6
005920             READ IXR-CALDICTM-FILE NEXT RECORD
005930                 AT END MOVE 'Y' TO IXR-EOF-SW
005940                 NOT AT END MOVE DCT-DICT-RECORD TO IXR-IMAGE
005950             END-READ
005960         WHEN 7
005970             READ IXR-CALDQUE-FILE NEXT RECORD
005980                 AT END MOVE 'Y' TO IXR-EOF-SW
005990                 NOT AT END MOVE CDQ-QUEUE-RECORD TO IXR-IMAGE
006000             END-READ
006010         WHEN 8
006020             READ IXR-CALARCHM-FILE NEXT RECORD
006030                 AT END MOVE 'Y' TO IXR-EOF-SW
006040                 NOT AT END MOVE CLA-ARCHIVE-RECORD TO IXR-IMAGE
006050             END-READ
006060         WHEN 9
006070             READ IXR-CALRSUB-FILE NEXT RECORD
006080                 AT END MOVE 'Y' TO IXR-EOF-SW
006090                 NOT AT END MOVE RSB-REGISTER-RECORD TO IXR-IMAGE
006100             END-READ
006110         WHEN 10
006120             READ IXR-SRCREG-FILE NEXT RECORD
006130                 AT END MOVE 'Y' TO IXR-EOF-SW
006140                 NOT AT END MOVE SRG-REGISTRY-RECORD TO IXR-IMAGE
006150             END-READ
006160         WHEN 11
006170             READ IXR-CALRSPLG-FILE NEXT RECORD
006180                 AT END MOVE 'Y' TO IXR-EOF-SW
006190                 NOT AT END MOVE RLG-RESPONSE-RECORD TO IXR-IMAGE
006200             END-READ
006210         WHEN 12
006220             READ IXR-CALDISP-FILE NEXT RECORD
006230                 AT END MOVE 'Y' TO IXR-EOF-SW
006240                 NOT AT END MOVE DSP-DISPUTE-RECORD TO IXR-IMAGE
006250             END-READ
006260         WHEN 13
006270             READ IXR-CALPPADJ-FILE NEXT RECORD
006280                 AT END MOVE 'Y' TO IXR-EOF-SW
006290                 NOT AT END MOVE PPA-LEDGER-RECORD TO IXR-IMAGE
006300             END-READ
006310         WHEN 14
006320             READ IXR-CALQCSMP-FILE NEXT RECORD
006330                 AT END MOVE 'Y' TO IXR-EOF-SW
006340                 NOT AT END MOVE QCS-SAMPLE-RECORD TO IXR-IMAGE
006350             END-READ
006351         WHEN 15
006352             READ IXR-CALRATE-FILE NEXT RECORD
006353                 AT END MOVE 'Y' TO IXR-EOF-SW
006354                 NOT AT END MOVE RAT-RATE-RECORD TO IXR-IMAGE
006355             END-READ
006360     END-EVALUATE.
006370
006380 2033-READ-LIVE-RECORD-EXIT.
006390     EXIT.
006400
006410 2034-CLOSE-LIVE-FILE.
006420     EVALUATE IXR-FILE-SUB
006430         WHEN 1
006440             CLOSE IXR-OPRMAST-FILE
006450         WHEN 2
006460             CLOSE IXR-GNGOALS-FILE
006470         WHEN 3
006480         WHEN 4
006490             CLOSE IXR-SEQ-FILE
006500         WHEN 5
006510             CLOSE IXR-CALMSTR-FILE
006520         WHEN 6
006530             CLOSE IXR-CALDICTM-FILE
006540         WHEN 7
006550             CLOSE IXR-CALDQUE-FILE
006560         WHEN 8
006570             CLOSE IXR-CALARCHM-FILE
006580         WHEN 9
006590             CLOSE IXR-CALRSUB-FILE
006600         WHEN 10
006610             CLOSE IXR-SRCREG-FILE
006620         WHEN 11
006630             CLOSE IXR-CALRSPLG-FILE
006640         WHEN 12
006650             CLOSE IXR-CALDISP-FILE
006660         WHEN 13
006670             CLOSE IXR-CALPPADJ-FILE
006680         WHEN 14
006690             CLOSE IXR-CALQCSMP-FILE
006692         WHEN 15
006694             CLOSE IXR-CALRATE-FILE
006700     END-EVALUATE.
006710
006720 2034-CLOSE-LIVE-FILE-EXIT.
006730     EXIT.
006740
006750******************************************************************
006760*    2040-SUPERVISOR-SIGN-ON - OVERWRITING A LIVE FILE IS LEVEL 3,
006770*    THE SAME AS OPERATOR MAINTENANCE ON OPRMNT.  A DAMAGED
006775*    OPRMAST IS CHECKED AGAINST ITS COPY (2045).
006780******************************************************************
006790 2040-SUPERVISOR-SIGN-ON.
006800     MOVE SPACES TO IXR-OPERATOR-ID.
006810     ACCEPT S-IXR-OPERATOR-ID.
006811     IF IXR-FILE-SUB = 1 AND IXR-READ-IN-ERROR
006812         PERFORM 2045-SIGN-ON-FROM-COPY
006813                 THRU 2045-SIGN-ON-FROM-COPY-EXIT
006814         GO TO 2040-SUPERVISOR-SIGN-ON-EXIT
006815     END-IF.
006820     MOVE IXR-OPERATOR-ID TO OPS-OPERATOR-ID.
006830     MOVE 3 TO OPS-REQUIRED-LEVEL.
006840     CALL 'OPRSIGN' USING OPS-SIGNON-PARM.
006850
006860 2040-SUPERVISOR-SIGN-ON-EXIT.
006870     EXIT.
006871
006872******************************************************************
006873*    2045-SIGN-ON-FROM-COPY - THE LIVE OPRMAST CANNOT BE READ, SO
006874*    OPRSIGN CANNOT JUDGE ANYONE.  THE SUPERVISOR IS LOOKED UP
006875*    IN THE COPY INSTEAD - ALREADY RE-TOTALLED AGAINST THE
006876*    CATALOG - AND MUST BE ACTIVE, NOT LOCKED OUT, LEVEL 3 AND
006877*    KEY THE PIN WHOSE HASH IS ON THAT COPY.  NOTHING CAN BE
006878*    COUNTED TOWARD A LOCKOUT, BUT THE ATTEMPT IS ON IDXBKAU.
006879******************************************************************
006880 2045-SIGN-ON-FROM-COPY.
006881     MOVE 'N' TO OPS-VERDICT-SW.
006882     MOVE ZERO TO OPS-AUTHORITY.
006883     MOVE 'Identification refusee (copie OPRMAST).'
006884         TO OPS-MESSAGE.
006885     MOVE 'N' TO IXR-OPR-FOUND-SW.
006886     OPEN INPUT IXR-COPY-FILE.
006887     IF IXR-COPY-STATUS NOT = '00'
006888         GO TO 2045-SIGN-ON-FROM-COPY-CLEAR
006889     END-IF.
006890     MOVE 'N' TO IXR-EOF-SW.
006891     PERFORM 2046-FIND-COPY-OPERATOR
006892             THRU 2046-FIND-COPY-OPERATOR-EXIT
006893         UNTIL IXR-END-OF-FILE
006894            OR IXR-OPERATOR-FOUND.
006895     CLOSE IXR-COPY-FILE.
006896     IF NOT IXR-OPERATOR-FOUND
006897         GO TO 2045-SIGN-ON-FROM-COPY-CLEAR
006898     END-IF.
006899     IF NOT IXO-ACTIVE
006900             OR IXO-LOCKED
006901             OR IXO-PIN-HASH NOT NUMERIC
006902             OR IXO-PIN-HASH = ZERO
006903         GO TO 2045-SIGN-ON-FROM-COPY-CLEAR
006904     END-IF.
006905     MOVE IXO-OPERATOR-ID TO PIN-HASH-ID.
006906     MOVE OPS-PIN TO PIN-HASH-PIN.
006907     PERFORM 8100-HASH-PIN THRU 8100-HASH-PIN-EXIT.
006908     IF PIN-HASH-VALUE NOT = IXO-PIN-HASH
006909         GO TO 2045-SIGN-ON-FROM-COPY-CLEAR
006910     END-IF.
006911     MOVE IXO-AUTHORITY TO OPS-AUTHORITY.
006912     IF NOT IXO-LEVEL-SUPERVISOR
006913         MOVE 'NIVEAU D AUTORITE INSUFFISANT' TO OPS-MESSAGE
006914         GO TO 2045-SIGN-ON-FROM-COPY-CLEAR
006915     END-IF.
006916     MOVE 'Y' TO OPS-VERDICT-SW.
006917     MOVE SPACES TO OPS-MESSAGE.
006918
006919 2045-SIGN-ON-FROM-COPY-CLEAR.
006920     MOVE SPACES TO OPS-PIN OPS-NEW-PIN PIN-HASH-PIN.
006921
006922 2045-SIGN-ON-FROM-COPY-EXIT.
006923     EXIT.
006924
006925 2046-FIND-COPY-OPERATOR.
006926     READ IXR-COPY-FILE
006927         AT END
006928             MOVE 'Y' TO IXR-EOF-SW
006929             GO TO 2046-FIND-COPY-OPERATOR-EXIT
006930     END-READ.
006931     MOVE IXR-COPY-RECORD TO IXO-MASTER-RECORD.
006932     IF IXO-OPERATOR-ID = IXR-OPERATOR-ID
006933         MOVE 'Y' TO IXR-OPR-FOUND-SW
006934     END-IF.
006935
006936 2046-FIND-COPY-OPERATOR-EXIT.
006937     EXIT.
006938
006939******************************************************************
006940*    2050-RELOAD-LIVE-FILE - EMPTY THE LIVE FILE AND WRITE THE
006941*    COPY BACK INTO IT.  THE COPY WAS CUT IN KEY ORDER, SO THE
006942*    SEQUENTIAL WRITES LOAD IN ORDER; A RECORD THAT WILL NOT GO
006943*    IN IS COUNTED AND SHOWS AS A MISMATCH.
006944******************************************************************
006950 2050-RELOAD-LIVE-FILE.
006960     MOVE ZERO TO IXR-REJECTED-COUNT.
006970     OPEN INPUT IXR-COPY-FILE.
006980     IF IXR-COPY-STATUS NOT = '00'
006990         MOVE 'Copie illisible - rien n''a ete restaure.'
007000             TO IXR-ERROR-TEXT
007010         MOVE 'FAILED' TO IXR-RESULT
007020         GO TO 2050-RELOAD-LIVE-FILE-EXIT
007030     END-IF.
007040     PERFORM 2051-OPEN-LIVE-OUTPUT
007050             THRU 2051-OPEN-LIVE-OUTPUT-EXIT.
007060     IF IXR-LIVE-STATUS NOT = '00'
007070         MOVE SPACES TO IXR-ERROR-TEXT
007080         STRING 'Ouverture du fichier impossible - statut : '
007090             IXR-LIVE-STATUS DELIMITED BY SIZE
007100             INTO IXR-ERROR-TEXT
007110         MOVE 'FAILED' TO IXR-RESULT
007120         CLOSE IXR-COPY-FILE
007130         GO TO 2050-RELOAD-LIVE-FILE-EXIT
007140     END-IF.
007150     MOVE 'N' TO IXR-EOF-SW.
007160     PERFORM 2052-RELOAD-ONE-RECORD
007170             THRU 2052-RELOAD-ONE-RECORD-EXIT
007180         UNTIL IXR-END-OF-FILE.
007190     PERFORM 2034-CLOSE-LIVE-FILE THRU 2034-CLOSE-LIVE-FILE-EXIT.
007200     CLOSE IXR-COPY-FILE.
007210
007220 2050-RELOAD-LIVE-FILE-EXIT.
007230     EXIT.
007240
007250 2051-OPEN-LIVE-OUTPUT.
007260     EVALUATE IXR-FILE-SUB
007270         WHEN 1
007280             OPEN OUTPUT IXR-OPRMAST-FILE
007290         WHEN 2
007300             OPEN OUTPUT IXR-GNGOALS-FILE
007310         WHEN 3
007320         WHEN 4
007330             MOVE IXF-FILE-NAME(IXR-FILE-SUB) TO IXR-SEQ-NAME
007340             OPEN OUTPUT IXR-SEQ-FILE
007350         WHEN 5
007360             OPEN OUTPUT IXR-CALMSTR-FILE
007370         WHEN 6
007380             OPEN OUTPUT IXR-CALDICTM-FILE
007390         WHEN 7
007400             OPEN OUTPUT IXR-CALDQUE-FILE
007410         WHEN 8
007420             OPEN OUTPUT IXR-CALARCHM-FILE
007430         WHEN 9
007440             OPEN OUTPUT IXR-CALRSUB-FILE
007450         WHEN 10
007460             OPEN OUTPUT IXR-SRCREG-FILE
007470         WHEN 11
007480             OPEN OUTPUT IXR-CALRSPLG-FILE
007490         WHEN 12
007500             OPEN OUTPUT IXR-CALDISP-FILE
007510         WHEN 13
007520             OPEN OUTPUT IXR-CALPPADJ-FILE
007530         WHEN 14
007540             OPEN OUTPUT IXR-CALQCSMP-FILE
007542         WHEN 15
007544             OPEN OUTPUT IXR-CALRATE-FILE
007550     END-EVALUATE.
007560
007570 2051-OPEN-LIVE-OUTPUT-EXIT.
007580     EXIT.
007590
007600 2052-RELOAD-ONE-RECORD.
007610     READ IXR-COPY-FILE
007620         AT END
007630             MOVE 'Y' TO IXR-EOF-SW
007640             GO TO 2052-RELOAD-ONE-RECORD-EXIT
007650     END-READ.
007660     MOVE IXR-COPY-RECORD TO IXR-IMAGE.
007670     EVALUATE IXR-FILE-SUB
007680         WHEN 1
007690             MOVE IXR-IMAGE TO OPR-MASTER-RECORD
007700             WRITE OPR-MASTER-RECORD
007710         WHEN 2
007720             MOVE IXR-IMAGE TO GOL-GOAL-RECORD
007730             WRITE GOL-GOAL-RECORD
007740         WHEN 3
007750         WHEN 4
007760             MOVE IXR-IMAGE TO IXR-SEQ-RECORD
007770             WRITE IXR-SEQ-RECORD
007780         WHEN 5
007790             MOVE IXR-IMAGE TO CALM-MASTER-RECORD
007800             WRITE CALM-MASTER-RECORD
007810         WHEN 6
007820             MOVE IXR-IMAGE TO DCT-DICT-RECORD
007830             WRITE DCT-DICT-RECORD
007840         WHEN 7
007850             MOVE IXR-IMAGE TO CDQ-QUEUE-RECORD
007860             WRITE CDQ-QUEUE-RECORD
007870         WHEN 8
007880             MOVE IXR-IMAGE TO CLA-ARCHIVE-RECORD
007890             WRITE CLA-ARCHIVE-RECORD
007900         WHEN 9
007910             MOVE IXR-IMAGE TO RSB-REGISTER-RECORD
007920             WRITE RSB-REGISTER-RECORD
007930         WHEN 10
007940             MOVE IXR-IMAGE TO SRG-REGISTRY-RECORD
007950             WRITE SRG-REGISTRY-RECORD
007960         WHEN 11
007970             MOVE IXR-IMAGE TO RLG-RESPONSE-RECORD
007980             WRITE RLG-RESPONSE-RECORD
007990         WHEN 12
008000             MOVE IXR-IMAGE TO DSP-DISPUTE-RECORD
008010             WRITE DSP-DISPUTE-RECORD
008020         WHEN 13
008030             MOVE IXR-IMAGE TO PPA-LEDGER-RECORD
008040             WRITE PPA-LEDGER-RECORD
008050         WHEN 14
008060             MOVE IXR-IMAGE TO QCS-SAMPLE-RECORD
008070             WRITE QCS-SAMPLE-RECORD
008072         WHEN 15
008074             MOVE IXR-IMAGE TO RAT-RATE-RECORD
008076             WRITE RAT-RATE-RECORD
008080     END-EVALUATE.
008090     IF IXR-LIVE-STATUS NOT = '00'
008100         ADD 1 TO IXR-REJECTED-COUNT
008110     END-IF.
008120
008130 2052-RELOAD-ONE-RECORD-EXIT.
008140     EXIT.
008150
008160 2060-RAISE-MISMATCH-ALERT.
008170     MOVE 'IDXRSTR' TO ALR-STEP-NAME.
008180     MOVE 'C' TO ALR-SEVERITY.
008190     MOVE SPACES TO ALR-ALERT-TEXT.
008200     STRING 'RESTORE OF ' DELIMITED BY SIZE
008210         IXR-FILE-ENTRY DELIMITED BY SPACE
008220         ' FROM ' IXR-DATE-ENTRY
008230         ' DOES NOT MATCH ITS BACKUP' DELIMITED BY SIZE
008240         INTO ALR-ALERT-TEXT.
008250     CALL 'ALRTWRT' USING ALR-ALERT-PARM.
008260
008270 2060-RAISE-MISMATCH-ALERT-EXIT.
008280     EXIT.
008290
008300******************************************************************
008310*    2070-WRITE-AUDIT-LINE - ONE LINE PER ATTEMPT, REFUSED OR
008320*    NOT.  THE OPERATOR IS THE SUPERVISOR WHO SIGNED ON, OR
008330*    *NONE* WHEN THERE WAS NO LIVE FILE TO PROTECT.
008340******************************************************************
008350 2070-WRITE-AUDIT-LINE.
008360     OPEN EXTEND IXR-AUDIT-FILE.
008370     IF IXR-AUDIT-STATUS = '35'
008380         OPEN OUTPUT IXR-AUDIT-FILE
008390     END-IF.
008400     IF IXR-AUDIT-STATUS NOT = '00'
008410         DISPLAY 'JOURNAL IDXBKAU INDISPONIBLE - STATUT: '
008420             IXR-AUDIT-STATUS LINE 19 COL 8
008430         GO TO 2070-WRITE-AUDIT-LINE-EXIT
008440     END-IF.
008450     MOVE FUNCTION CURRENT-DATE(1:8) TO IXA-DATE.
008460     MOVE FUNCTION CURRENT-DATE(9:6) TO IXA-TIME.
008470     MOVE 'RESTORE' TO IXA-FUNCTION.
008480     MOVE IXR-OPERATOR-ID TO IXA-OPERATOR.
008490     MOVE IXR-FILE-ENTRY TO IXA-FILE-NAME.
008500     MOVE IXR-DATE-ENTRY TO IXA-COPY-DATE.
008510     MOVE IXR-BEFORE-COUNT TO IXA-BEFORE-COUNT.
008520     MOVE IXR-BEFORE-HASH TO IXA-BEFORE-HASH.
008530     MOVE IXR-AFTER-COUNT TO IXA-AFTER-COUNT.
008540     MOVE IXR-AFTER-HASH TO IXA-AFTER-HASH.
008550     MOVE IXR-RESULT TO IXA-RESULT.
008560     MOVE IXA-AUDIT-LINE TO IXR-AUDIT-RECORD.
008570     WRITE IXR-AUDIT-RECORD.
008580     CLOSE IXR-AUDIT-FILE.
008590
008600 2070-WRITE-AUDIT-LINE-EXIT.
008610     EXIT.
008620
008623     COPY OPRPINH.
008626
008630 9999-EXIT.
008640     STOP RUN.
