000100******************************************************************
000110*    PROGRAM-ID..: CALDSRES
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: DISPUTE RESOLUTION SCREEN OVER THE CALDISP
000170*                   VENDOR DISPUTE WORKLIST.  A LEVEL-2 OPERATOR
000180*                   (CHECKED THROUGH OPRSIGN) KEYS THE RESPONSE
000190*                   DATE AND SEQUENCE NUMBER FROM THE CALDSPRP
000200*                   WORKLIST, SEES THE VENDOR'S CODE, VALUE AND
000210*                   COMMENT BESIDE WHAT WE SENT, AND CLOSES THE
000220*                   ENTRY AS UPHELD (OUR VALUE STANDS) OR
000230*                   CORRECTED TO A NEW VALUE.  THE OPERATOR AND
000240*                   DATE ARE STAMPED ON THE ENTRY; A CLOSED ENTRY
000245*                   CANNOT BE WORKED AGAIN.  A CORRECTION TO A
000250*                   NIGHT WHOSE MONTH IS ALREADY CLOSED GOES ON
000255*                   THE CALPPADJ PRIOR-PERIOD LEDGER (CALPPWRT).
000260*    MODIFICATION HISTORY:
000270*      2026-10-15  RJB  ORIGINAL.
000272*      2026-10-15  RJB  CORRECTED DISPUTES FROM A CLOSED MONTH
000274*                       ARE LEDGERED THROUGH CALPPWRT.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CALDSRES.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT DSR-DISPUTE-FILE ASSIGN TO 'CALDISP'
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS DSP-KEY
000390         FILE STATUS IS DSR-DISPUTE-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  DSR-DISPUTE-FILE.
000440     COPY CALDISPC.
000450
000460 WORKING-STORAGE SECTION.
000470     COPY OPRSIGNL.
000475     COPY CALPPWSL.
000480
000490 77  DSR-DISPUTE-STATUS         PIC X(02) VALUE '00'.
000500
000510 77  DSR-OPERATOR-ID            PIC X(08) VALUE SPACES.
000520 77  DSR-DONE-SW                PIC X VALUE 'N'.
000530     88  DSR-DONE                       VALUE 'Y'.
000540 77  DSR-FOUND-SW               PIC X VALUE 'N'.
000550     88  DSR-OPEN-DISPUTE-FOUND         VALUE 'Y'.
000560 77  DSR-VALID-SW               PIC X VALUE 'N'.
000570     88  DSR-ENTRY-VALID                VALUE 'Y'.
000580
000590 77  DSR-DATE-ENTRY             PIC X(08) VALUE SPACES.
000600 77  DSR-SEQ-ENTRY              PIC X(05) VALUE SPACES.
000610 77  DSR-RESOLUTION             PIC X(01) VALUE SPACES.
000620 77  DSR-NEW-VALUE-X            PIC X(02) VALUE SPACES.
000630 77  DSR-CONFIRM-ANSWER         PIC X VALUE 'N'.
000640 77  DSR-AGAIN-ANSWER           PIC X VALUE 'N'.
000650 77  DSR-ERROR-TEXT             PIC X(50) VALUE SPACES.
000660 77  DSR-RESOLVED-COUNT         PIC 9(03) VALUE ZERO.
000670
000680*    WHAT THE SCREEN SHOWS OF THE KEYED DISPUTE.
000690 77  DSR-SHOW-STATE             PIC X(40) VALUE SPACES.
000700 77  DSR-SHOW-CODE              PIC X(02) VALUE SPACES.
000710 77  DSR-SHOW-VENDOR-VALUE      PIC X(02) VALUE SPACES.
000720 77  DSR-SHOW-COMMENT           PIC X(30) VALUE SPACES.
000730 77  DSR-SHOW-SENT              PIC X(30) VALUE SPACES.
000740 77  DSR-VALUE-ED               PIC Z9.
000750
000760 SCREEN SECTION.
000770 01  S-DSR-OPERATOR-ID.
000780     05  LINE 1 COL 8 VALUE 'Identifiant operateur : '.
000790     05  PIC X(08) TO DSR-OPERATOR-ID REQUIRED.
000800     05  LINE 1 COL 44 VALUE 'PIN : '.
000810     05  PIC X(06) TO OPS-PIN SECURE.
000820     05  LINE 1 COL 58 VALUE 'Nouveau PIN : '.
000830     05  PIC X(06) TO OPS-NEW-PIN SECURE.
000840
000850 01  S-DSR-KEY.
000860     05  LINE 3 COL 8 VALUE 'Date de la reponse (AAAAMMJJ) : '.
000870     05  PIC X(08) TO DSR-DATE-ENTRY REQUIRED.
000880     05  LINE 3 COL 52 VALUE 'Sequence : '.
000890     05  PIC X(05) TO DSR-SEQ-ENTRY REQUIRED.
000900
000910 01  S-DSR-CURRENT.
000920     05  LINE 5 COL 8 VALUE 'Etat du litige..... : '.
000930     05  LINE 5 COL 30 PIC X(40) FROM DSR-SHOW-STATE.
000940     05  LINE 6 COL 8 VALUE 'Code fournisseur... : '.
000950     05  LINE 6 COL 30 PIC X(02) FROM DSR-SHOW-CODE.
000960     05  LINE 7 COL 8 VALUE 'Valeur attendue.... : '.
000970     05  LINE 7 COL 30 PIC X(02) FROM DSR-SHOW-VENDOR-VALUE.
000980     05  LINE 8 COL 8 VALUE 'Commentaire........ : '.
000990     05  LINE 8 COL 30 PIC X(30) FROM DSR-SHOW-COMMENT.
001000     05  LINE 9 COL 8 VALUE 'Envoye par nous.... : '.
001010     05  LINE 9 COL 30 PIC X(30) FROM DSR-SHOW-SENT.
001020
001030 01  S-DSR-RESOLUTION.
001040     05  LINE 11 COL 8 VALUE 'Decision (U/C) ..... : '.
001050     05  LINE 11 COL 30 PIC X(01) TO DSR-RESOLUTION REQUIRED.
001060     05  LINE 12 COL 8 VALUE 'Valeur corrigee .... : '.
001070     05  LINE 12 COL 30 PIC X(02) TO DSR-NEW-VALUE-X.
001080
001090 01  S-DSR-CONFIRM.
001100     05  LINE 14 COL 8 VALUE 'Confirmer (O/N) : '.
001110     05  PIC X TO DSR-CONFIRM-ANSWER REQUIRED.
001120
001130 01  S-DSR-AGAIN.
001140     05  LINE 16 COL 8 VALUE 'Autre litige (O/N) : '.
001150     05  PIC X TO DSR-AGAIN-ANSWER REQUIRED.
001160
001170 PROCEDURE DIVISION.
001180 0000-MAINLINE.
001190     PERFORM 1000-SIGN-ON THRU 1000-SIGN-ON-EXIT.
001200     IF DSR-DONE
001210         GO TO 9999-EXIT
001220     END-IF.
001230     PERFORM 2000-WORK-ONE-DISPUTE
001240             THRU 2000-WORK-ONE-DISPUTE-EXIT
001250         UNTIL DSR-DONE.
001260     DISPLAY 'Litiges traites : ' DSR-RESOLVED-COUNT
001270         LINE 20 COL 8.
001280     GO TO 9999-EXIT.
001290
001300 0000-MAINLINE-EXIT.
001310     EXIT.
001320
001330******************************************************************
001340*    1000-SIGN-ON - WORKING A DISPUTE NEEDS THE SAME LEVEL 2 AS
001350*    KEYING A CORRECTION ON CALDKEY.
001360******************************************************************
001370 1000-SIGN-ON.
001380     ACCEPT S-DSR-OPERATOR-ID.
001390     MOVE DSR-OPERATOR-ID TO OPS-OPERATOR-ID.
001400     MOVE 2 TO OPS-REQUIRED-LEVEL.
001410     CALL 'OPRSIGN' USING OPS-SIGNON-PARM.
001420     IF OPS-SIGNON-REFUSED
001430         DISPLAY OPS-MESSAGE LINE 2 COL 8
001440         MOVE 'Y' TO DSR-DONE-SW
001450     END-IF.
001460
001470 1000-SIGN-ON-EXIT.
001480     EXIT.
001490
001500******************************************************************
001510*    2000-WORK-ONE-DISPUTE - KEY, SHOW, DECIDE, CONFIRM, STORE.
001520******************************************************************
001530 2000-WORK-ONE-DISPUTE.
001540     MOVE SPACES TO DSR-DATE-ENTRY DSR-SEQ-ENTRY DSR-RESOLUTION
001550         DSR-NEW-VALUE-X.
001560     ACCEPT S-DSR-KEY.
001570     IF DSR-DATE-ENTRY NOT NUMERIC
001580             OR DSR-SEQ-ENTRY NOT NUMERIC
001590         DISPLAY 'Date ou numero non numerique - reessayer.'
001600             LINE 18 COL 8
001610         GO TO 2000-WORK-ONE-DISPUTE-ASK
001620     END-IF.
001630     PERFORM 2010-LOOK-UP-DISPUTE THRU 2010-LOOK-UP-DISPUTE-EXIT.
001640     DISPLAY S-DSR-CURRENT.
001650     IF NOT DSR-OPEN-DISPUTE-FOUND
001660         GO TO 2000-WORK-ONE-DISPUTE-ASK
001670     END-IF.
001680     ACCEPT S-DSR-RESOLUTION.
001690     PERFORM 2020-VALIDATE-ENTRY THRU 2020-VALIDATE-ENTRY-EXIT.
001700     IF NOT DSR-ENTRY-VALID
001710         DISPLAY DSR-ERROR-TEXT LINE 18 COL 8
001720         GO TO 2000-WORK-ONE-DISPUTE-ASK
001730     END-IF.
001740     ACCEPT S-DSR-CONFIRM.
001750     IF DSR-CONFIRM-ANSWER = 'O' OR DSR-CONFIRM-ANSWER = 'o'
001760         PERFORM 2030-STORE-RESOLUTION
001770                 THRU 2030-STORE-RESOLUTION-EXIT
001780     ELSE
001790         DISPLAY 'Decision abandonnee.' LINE 18 COL 8
001800     END-IF.
001810
001820 2000-WORK-ONE-DISPUTE-ASK.
001830     ACCEPT S-DSR-AGAIN.
001840     IF DSR-AGAIN-ANSWER = 'O' OR DSR-AGAIN-ANSWER = 'o'
001850         MOVE 'N' TO DSR-DONE-SW
001860     ELSE
001870         MOVE 'Y' TO DSR-DONE-SW
001880     END-IF.
001890
001900 2000-WORK-ONE-DISPUTE-EXIT.
001910     EXIT.
001920
001930******************************************************************
001940*    2010-LOOK-UP-DISPUTE - DIRECT READ BY RESPONSE DATE PLUS
001950*    SEQUENCE NUMBER.  ONLY AN OPEN ENTRY MAY BE WORKED; A
001960*    CLOSED ONE IS SHOWN WITH WHO CLOSED IT AND HOW.
001970******************************************************************
001980 2010-LOOK-UP-DISPUTE.
001990     MOVE 'N' TO DSR-FOUND-SW.
002000     MOVE SPACES TO DSR-SHOW-STATE DSR-SHOW-CODE
002010         DSR-SHOW-VENDOR-VALUE DSR-SHOW-COMMENT DSR-SHOW-SENT.
002020     OPEN INPUT DSR-DISPUTE-FILE.
002030     IF DSR-DISPUTE-STATUS NOT = '00'
002040         MOVE 'LISTE CALDISP INDISPONIBLE' TO DSR-SHOW-STATE
002050         GO TO 2010-LOOK-UP-DISPUTE-EXIT
002060     END-IF.
002070     MOVE DSR-DATE-ENTRY TO DSP-RESPONSE-DATE.
002080     MOVE DSR-SEQ-ENTRY TO DSP-SEQ-NO.
002090     READ DSR-DISPUTE-FILE
002100         INVALID KEY
002110             MOVE 'AUCUN LITIGE POUR CETTE CLE' TO DSR-SHOW-STATE
002120         NOT INVALID KEY
002130             PERFORM 2012-SHOW-DISPUTE THRU 2012-SHOW-DISPUTE-EXIT
002140     END-READ.
002150     CLOSE DSR-DISPUTE-FILE.
002160
002170 2010-LOOK-UP-DISPUTE-EXIT.
002180     EXIT.
002190
002200 2012-SHOW-DISPUTE.
002210     MOVE DSP-DISPUTE-CODE TO DSR-SHOW-CODE.
002220     MOVE DSP-VENDOR-VALUE TO DSR-SHOW-VENDOR-VALUE.
002230     MOVE DSP-VENDOR-COMMENT TO DSR-SHOW-COMMENT.
002240     MOVE DSP-OUR-VALUE TO DSR-VALUE-ED.
002250     EVALUATE TRUE
002260         WHEN DSP-WAS-CALIBRATED
002270             STRING 'CALIBREE - VALEUR ' DSR-VALUE-ED
002280                 DELIMITED BY SIZE INTO DSR-SHOW-SENT
002290         WHEN DSP-WAS-EXCEPTION
002300             MOVE 'EXCEPTION - AUCUN CHIFFRE' TO DSR-SHOW-SENT
002310         WHEN DSP-WAS-NOT-SENT
002320             MOVE 'ABSENT DE NOTRE FICHIER' TO DSR-SHOW-SENT
002330         WHEN OTHER
002340             MOVE 'NON CALIBREE' TO DSR-SHOW-SENT
002350     END-EVALUATE.
002360     EVALUATE TRUE
002370         WHEN DSP-OPEN
002380             MOVE 'Y' TO DSR-FOUND-SW
002390             MOVE 'OUVERT' TO DSR-SHOW-STATE
002400         WHEN DSP-UPHELD
002410             STRING 'MAINTENU PAR ' DSP-RESOLVED-BY
002420                 ' LE ' DSP-RESOLVED-DATE
002430                 DELIMITED BY SIZE INTO DSR-SHOW-STATE
002440         WHEN OTHER
002450             MOVE DSP-CORRECTED-VALUE TO DSR-VALUE-ED
002460             STRING 'CORRIGE A ' DSR-VALUE-ED ' PAR '
002470                 DSP-RESOLVED-BY ' LE ' DSP-RESOLVED-DATE
002480                 DELIMITED BY SIZE INTO DSR-SHOW-STATE
002490     END-EVALUATE.
002500
002510 2012-SHOW-DISPUTE-EXIT.
002520     EXIT.
002530
002540******************************************************************
002550*    2020-VALIDATE-ENTRY - U OR C; A CORRECTION NEEDS A TWO-DIGIT
002560*    VALUE, AN UPHELD DISPUTE MUST NOT CARRY ONE.
002570******************************************************************
002580 2020-VALIDATE-ENTRY.
002590     MOVE 'N' TO DSR-VALID-SW.
002600     IF DSR-RESOLUTION = 'u'
002610         MOVE 'U' TO DSR-RESOLUTION
002620     END-IF.
002630     IF DSR-RESOLUTION = 'c'
002640         MOVE 'C' TO DSR-RESOLUTION
002650     END-IF.
002660     IF DSR-RESOLUTION NOT = 'U' AND DSR-RESOLUTION NOT = 'C'
002670         MOVE 'Decision doit etre U ou C.' TO DSR-ERROR-TEXT
002680         GO TO 2020-VALIDATE-ENTRY-EXIT
002690     END-IF.
002700     IF DSR-RESOLUTION = 'C' AND DSR-NEW-VALUE-X NOT NUMERIC
002710         MOVE 'Valeur corrigee : deux chiffres.' TO DSR-ERROR-TEXT
002720         GO TO 2020-VALIDATE-ENTRY-EXIT
002730     END-IF.
002740     IF DSR-RESOLUTION = 'U' AND DSR-NEW-VALUE-X NOT = SPACES
002750         MOVE 'Pas de valeur pour un litige maintenu.'
002760             TO DSR-ERROR-TEXT
002770         GO TO 2020-VALIDATE-ENTRY-EXIT
002780     END-IF.
002790     MOVE 'Y' TO DSR-VALID-SW.
002800
002810 2020-VALIDATE-ENTRY-EXIT.
002820     EXIT.
002830
002840******************************************************************
002850*    2030-STORE-RESOLUTION - RE-READ UNDER I-O AND CLOSE THE
002860*    ENTRY ONLY IF IT IS STILL OPEN, SO TWO OPERATORS WORKING
002870*    THE SAME LINE CANNOT BOTH CLOSE IT.
002880******************************************************************
002890 2030-STORE-RESOLUTION.
002900     OPEN I-O DSR-DISPUTE-FILE.
002910     IF DSR-DISPUTE-STATUS NOT = '00'
002920         DISPLAY 'CALDISP INDISPONIBLE - STATUT: '
002930             DSR-DISPUTE-STATUS LINE 18 COL 8
002940         GO TO 2030-STORE-RESOLUTION-EXIT
002950     END-IF.
002960     MOVE DSR-DATE-ENTRY TO DSP-RESPONSE-DATE.
002970     MOVE DSR-SEQ-ENTRY TO DSP-SEQ-NO.
002980     READ DSR-DISPUTE-FILE
002990         INVALID KEY
003000             MOVE SPACE TO DSP-STATE
003010     END-READ.
003020     IF NOT DSP-OPEN
003030         DISPLAY 'Litige deja traite entre-temps.' LINE 18 COL 8
003040         CLOSE DSR-DISPUTE-FILE
003050         GO TO 2030-STORE-RESOLUTION-EXIT
003060     END-IF.
003070     MOVE DSR-RESOLUTION TO DSP-STATE.
003080     IF DSP-CORRECTED
003090         MOVE DSR-NEW-VALUE-X TO DSP-CORRECTED-VALUE
003100     ELSE
003110         MOVE ZERO TO DSP-CORRECTED-VALUE
003120     END-IF.
003130     MOVE DSR-OPERATOR-ID TO DSP-RESOLVED-BY.
003140     MOVE FUNCTION CURRENT-DATE(1:8) TO DSP-RESOLVED-DATE.
003150     REWRITE DSP-DISPUTE-RECORD.
003160     IF DSR-DISPUTE-STATUS NOT = '00'
003170         DISPLAY 'ECRITURE CALDISP IMPOSSIBLE - STATUT: '
003180             DSR-DISPUTE-STATUS LINE 18 COL 8
003190         CLOSE DSR-DISPUTE-FILE
003200         GO TO 2030-STORE-RESOLUTION-EXIT
003210     END-IF.
003220     CLOSE DSR-DISPUTE-FILE.
003230     ADD 1 TO DSR-RESOLVED-COUNT.
003240     DISPLAY 'Litige clos.' LINE 18 COL 8.
003242     IF DSP-CORRECTED
003244         PERFORM 2040-LEDGER-PRIOR-PERIOD
003246                 THRU 2040-LEDGER-PRIOR-PERIOD-EXIT
003248     END-IF.
003250
003260 2030-STORE-RESOLUTION-EXIT.
003270     EXIT.
003271
003272******************************************************************
003273*    2040-LEDGER-PRIOR-PERIOD - THE VALUE WE SENT (ZERO FOR AN
003274*    EXCEPTION OR A LINE WE NEVER SENT) BECOMES THE CORRECTED
003275*    VALUE.  CALPPWRT LEDGERS IT ONLY IF THE RESPONSE DATE'S
003276*    MONTH IS ALREADY CLOSED.
003277******************************************************************
003278 2040-LEDGER-PRIOR-PERIOD.
003279     MOVE 'V' TO PPW-ORIGIN.
003280     MOVE DSP-KEY TO PPW-ORIGIN-KEY.
003281     MOVE DSP-RESPONSE-DATE TO PPW-READING-DATE.
003282     MOVE DSP-SEQ-NO TO PPW-SEQ-NO.
003283     IF DSP-WAS-CALIBRATED
003284         MOVE DSP-OUR-VALUE TO PPW-OLD-VALUE
003285     ELSE
003286         MOVE ZERO TO PPW-OLD-VALUE
003287     END-IF.
003288     MOVE DSP-CORRECTED-VALUE TO PPW-NEW-VALUE.
003289     MOVE DSR-OPERATOR-ID TO PPW-RECORDED-BY.
003290     MOVE SPACES TO PPW-APPROVED-BY.
003291     CALL 'CALPPWRT' USING PPW-ADJUST-PARM.
003292     IF PPW-LEDGERED
003293         DISPLAY 'Mois clos - ajustement anterieur enregistre.'
003294             LINE 19 COL 8
003295     END-IF.
003296     IF PPW-LEDGER-FAILED
003297         DISPLAY 'Mois clos - AJUSTEMENT NON ENREGISTRE.'
003298             LINE 19 COL 8
003299     END-IF.
003300
003301 2040-LEDGER-PRIOR-PERIOD-EXIT.
003302     EXIT.
003303
003304 9999-EXIT.
003305     STOP RUN.
