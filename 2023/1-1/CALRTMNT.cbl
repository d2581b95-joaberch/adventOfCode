000100******************************************************************
000110*    PROGRAM-ID..: CALRTMNT
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: SUPERVISOR MAINTENANCE SCREEN FOR THE CALRATE
000170*                   CHARGEBACK RATE TABLE.  A SUPERVISOR
000180*                   (AUTHORITY 3, CHECKED THROUGH THE SHARED
000190*                   OPRSIGN SIGN-ON) KEYS A DONNEE-SOURCE-ID - OR
000200*                   *DEFAULT FOR THE ROW THAT PRICES EVERY SOURCE
000210*                   WITHOUT ONE OF ITS OWN - AND SETS THE RATE PER
000220*                   LINE FOR EACH OF THE SIX STATEMENT CATEGORIES.
000230*                   CALCHGBK PRICES THE MONTHLY VENDOR STATEMENTS
000240*                   FROM THESE ROWS.  EVERY RATE CHANGED APPENDS A
000250*                   DATED BEFORE/AFTER LINE TO THE CALRATAU AUDIT
000260*                   FILE, ONE LINE PER CATEGORY, THE SAME WAY
000270*                   SRCRMNT AUDITS THE SOURCE REGISTRY.
000280*    MODIFICATION HISTORY:
000290*      2026-10-15  RJB  ORIGINAL.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. CALRTMNT.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CRM-RATE-FILE ASSIGN TO 'CALRATE'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS RAT-SOURCE-ID
000410         FILE STATUS IS CRM-RATE-STATUS.
000420
000430     SELECT CRM-AUDIT-FILE ASSIGN TO 'CALRATAU'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS CRM-AUDIT-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CRM-RATE-FILE.
000500     COPY CALRATEC.
000510
000520 FD  CRM-AUDIT-FILE
000530     RECORDING MODE IS F.
000540 01  CRM-AUDIT-RECORD           PIC X(72).
000550
000560 WORKING-STORAGE SECTION.
000570     COPY OPRSIGNL.
000580     COPY CALCATW.
000590
000600 01  CRM-AUDIT-LINE.
000610     05  CRM-AUD-DATE           PIC X(08).
000620     05  FILLER                 PIC X(02) VALUE SPACES.
000630     05  CRM-AUD-SUPERVISOR     PIC X(08).
000640     05  FILLER                 PIC X(02) VALUE SPACES.
000650     05  CRM-AUD-SOURCE         PIC X(08).
000660     05  FILLER                 PIC X(02) VALUE SPACES.
000670     05  CRM-AUD-ACTION         PIC X(09).
000680     05  FILLER                 PIC X(02) VALUE SPACES.
000690     05  CRM-AUD-CATEGORY       PIC X(11).
000700     05  FILLER                 PIC X(01) VALUE SPACES.
000710     05  CRM-AUD-OLD            PIC X(08).
000720     05  FILLER                 PIC X(03) VALUE '-> '.
000730     05  CRM-AUD-NEW            PIC ZZ9.9999.
000740
000750*    THE ROW'S RATES AS THEY STAND, IN CATEGORY ORDER - KEPT FOR
000760*    THE BEFORE HALF OF THE AUDIT AND TO PRE-FILL THE ENTRY.
000770 01  CRM-OLD-RATES.
000780     05  CRM-OLD-RATE           PIC 9(03)V9(04) OCCURS 6 TIMES.
000790
000800*    THE RATES AS KEYED - SEVEN DIGITS, THREE WHOLE AND FOUR
000810*    DECIMAL PLACES.  ONCE ALL SIX ARE NUMERIC THE SECOND VIEW
000820*    READS THEM AS RATES.
000830 01  CRM-NEW-RATES.
000840     05  CRM-NEW-RECEIVED       PIC X(07).
000850     05  CRM-NEW-REJECTED       PIC X(07).
000860     05  CRM-NEW-RESUBMITTED    PIC X(07).
000870     05  CRM-NEW-DUPLICATED     PIC X(07).
000880     05  CRM-NEW-CALIBRATED     PIC X(07).
000890     05  CRM-NEW-EXCEPTIONED    PIC X(07).
000900 01  CRM-NEW-TABLE REDEFINES CRM-NEW-RATES.
000910     05  CRM-NEW-RATE-X         PIC X(07) OCCURS 6 TIMES.
000920 01  CRM-NEW-VALUES REDEFINES CRM-NEW-RATES.
000930     05  CRM-NEW-RATE           PIC 9(03)V9(04) OCCURS 6 TIMES.
000940
000950 01  CRM-SHOW-RATES.
000960     05  CRM-SHOW-RECEIVED      PIC ZZ9.9999.
000970     05  CRM-SHOW-REJECTED      PIC ZZ9.9999.
000980     05  CRM-SHOW-RESUBMITTED   PIC ZZ9.9999.
000990     05  CRM-SHOW-DUPLICATED    PIC ZZ9.9999.
001000     05  CRM-SHOW-CALIBRATED    PIC ZZ9.9999.
001010     05  CRM-SHOW-EXCEPTIONED   PIC ZZ9.9999.
001020 01  CRM-SHOW-TABLE REDEFINES CRM-SHOW-RATES.
001030     05  CRM-SHOW-RATE          PIC ZZ9.9999 OCCURS 6 TIMES.
001040
001050 77  CRM-RATE-STATUS            PIC X(02) VALUE '00'.
001060 77  CRM-AUDIT-STATUS           PIC X(02) VALUE '00'.
001070
001080 77  CRM-SUPERVISOR-ID          PIC X(08) VALUE SPACES.
001090 77  CRM-DONE-SW                PIC X VALUE 'N'.
001100     88  CRM-DONE                       VALUE 'Y'.
001110 77  CRM-FOUND-SW               PIC X VALUE 'N'.
001120     88  CRM-ROW-FOUND                  VALUE 'Y'.
001130 77  CRM-VALID-SW               PIC X VALUE 'N'.
001140     88  CRM-ENTRY-VALID                VALUE 'Y'.
001150 77  CRM-CHANGED-COUNT          PIC 9(02) VALUE ZERO.
001160 77  CRM-CAT-SUB                PIC 9(02) COMP VALUE ZERO.
001170
001180 77  CRM-SOURCE-ID              PIC X(08) VALUE SPACES.
001190 77  CRM-SHOW-STATE             PIC X(20) VALUE SPACES.
001200 77  CRM-CONFIRM-ANSWER         PIC X VALUE 'N'.
001210 77  CRM-AGAIN-ANSWER           PIC X VALUE 'N'.
001220 77  CRM-ERROR-TEXT             PIC X(50) VALUE SPACES.
001230
001240 SCREEN SECTION.
001250 01  S-CRM-SUPERVISOR-ID.
001260     05  LINE 1 COL 8 VALUE 'Identifiant superviseur : '.
001270     05  PIC X(08) TO CRM-SUPERVISOR-ID REQUIRED.
001280     05  LINE 1 COL 44 VALUE 'PIN : '.
001290     05  PIC X(06) TO OPS-PIN SECURE.
001300     05  LINE 1 COL 58 VALUE 'Nouveau PIN : '.
001310     05  PIC X(06) TO OPS-NEW-PIN SECURE.
001320
001330 01  S-CRM-SOURCE-ID.
001340     05  LINE 3 COL 8
001350         VALUE 'Source (DONNEE-SOURCE-ID ou *DEFAULT) : '.
001360     05  PIC X(08) TO CRM-SOURCE-ID REQUIRED.
001370
001380 01  S-CRM-CURRENT.
001390     05  LINE 5 COL 8 VALUE 'Etat................. : '.
001400     05  LINE 5 COL 33 PIC X(20) FROM CRM-SHOW-STATE.
001410     05  LINE 6 COL 8 VALUE 'Tarif lignes recues.. : '.
001420     05  LINE 6 COL 33 PIC X(08) FROM CRM-SHOW-RECEIVED.
001430     05  LINE 7 COL 8 VALUE 'Tarif rejetees....... : '.
001440     05  LINE 7 COL 33 PIC X(08) FROM CRM-SHOW-REJECTED.
001450     05  LINE 8 COL 8 VALUE 'Tarif resoumises..... : '.
001460     05  LINE 8 COL 33 PIC X(08) FROM CRM-SHOW-RESUBMITTED.
001470     05  LINE 9 COL 8 VALUE 'Tarif en double...... : '.
001480     05  LINE 9 COL 33 PIC X(08) FROM CRM-SHOW-DUPLICATED.
001490     05  LINE 10 COL 8 VALUE 'Tarif calibrees...... : '.
001500     05  LINE 10 COL 33 PIC X(08) FROM CRM-SHOW-CALIBRATED.
001510     05  LINE 11 COL 8 VALUE 'Tarif en exception... : '.
001520     05  LINE 11 COL 33 PIC X(08) FROM CRM-SHOW-EXCEPTIONED.
001530
001540 01  S-CRM-NEW-VALUES.
001550     05  LINE 13 COL 8
001560         VALUE 'Nouveaux tarifs - 7 chiffres, dont 4 decimales'.
001570     05  LINE 14 COL 8 VALUE 'Lignes recues.......... : '.
001580     05  LINE 14 COL 35 PIC X(07) USING CRM-NEW-RECEIVED.
001590     05  LINE 15 COL 8 VALUE 'Lignes rejetees........ : '.
001600     05  LINE 15 COL 35 PIC X(07) USING CRM-NEW-REJECTED.
001610     05  LINE 16 COL 8 VALUE 'Lignes resoumises...... : '.
001620     05  LINE 16 COL 35 PIC X(07) USING CRM-NEW-RESUBMITTED.
001630     05  LINE 17 COL 8 VALUE 'Lignes en double....... : '.
001640     05  LINE 17 COL 35 PIC X(07) USING CRM-NEW-DUPLICATED.
001650     05  LINE 18 COL 8 VALUE 'Lignes calibrees....... : '.
001660     05  LINE 18 COL 35 PIC X(07) USING CRM-NEW-CALIBRATED.
001670     05  LINE 19 COL 8 VALUE 'Lignes en exception.... : '.
001680     05  LINE 19 COL 35 PIC X(07) USING CRM-NEW-EXCEPTIONED.
001690
001700 01  S-CRM-CONFIRM.
001710     05  LINE 21 COL 8 VALUE 'Confirmer (O/N) : '.
001720     05  PIC X TO CRM-CONFIRM-ANSWER REQUIRED.
001730
001740 01  S-CRM-AGAIN.
001750     05  LINE 23 COL 8 VALUE 'Autre source (O/N) : '.
001760     05  PIC X TO CRM-AGAIN-ANSWER REQUIRED.
001770
001780 PROCEDURE DIVISION.
001790 0000-MAINLINE.
001800     PERFORM 1000-SIGN-ON THRU 1000-SIGN-ON-EXIT.
001810     IF CRM-DONE
001820         GO TO 9999-EXIT
001830     END-IF.
001840     PERFORM 2000-MAINTAIN-ONE-ROW
001850             THRU 2000-MAINTAIN-ONE-ROW-EXIT
001860         UNTIL CRM-DONE.
001870     GO TO 9999-EXIT.
001880
001890 0000-MAINLINE-EXIT.
001900     EXIT.
001910
001920******************************************************************
001930*    1000-SIGN-ON - WHAT THE SHOP BILLS ITS VENDORS IS A
001940*    SUPERVISOR FUNCTION: AUTHORITY 3 THROUGH THE SHARED OPRSIGN
001950*    CHECK, THE SAME LEVEL SRCRMNT DEMANDS.
001960******************************************************************
001970 1000-SIGN-ON.
001980     ACCEPT S-CRM-SUPERVISOR-ID.
001990     MOVE CRM-SUPERVISOR-ID TO OPS-OPERATOR-ID.
002000     MOVE 3 TO OPS-REQUIRED-LEVEL.
002010     CALL 'OPRSIGN' USING OPS-SIGNON-PARM.
002020     IF OPS-SIGNON-REFUSED
002030         DISPLAY OPS-MESSAGE LINE 2 COL 8
002040         MOVE 'Y' TO CRM-DONE-SW
002050     END-IF.
002060
002070 1000-SIGN-ON-EXIT.
002080     EXIT.
002090
002100******************************************************************
002110*    2000-MAINTAIN-ONE-ROW - FETCH THE KEYED SOURCE'S RATES (OR
002120*    ZEROS FOR A NEW ROW), ACCEPT THE REPLACEMENT RATES OVER THE
002130*    CURRENT ONES, VALIDATE, CONFIRM, STORE AND AUDIT.
002140******************************************************************
002150 2000-MAINTAIN-ONE-ROW.
002160     ACCEPT S-CRM-SOURCE-ID.
002170     PERFORM 2010-FETCH-ROW THRU 2010-FETCH-ROW-EXIT.
002180     IF CRM-DONE
002190         GO TO 2000-MAINTAIN-ONE-ROW-EXIT
002200     END-IF.
002210     DISPLAY S-CRM-CURRENT.
002220     ACCEPT S-CRM-NEW-VALUES.
002230     PERFORM 2020-VALIDATE-ENTRY THRU 2020-VALIDATE-ENTRY-EXIT.
002240     IF NOT CRM-ENTRY-VALID
002250         DISPLAY CRM-ERROR-TEXT LINE 22 COL 8
002260         GO TO 2000-MAINTAIN-ONE-ROW-ASK
002270     END-IF.
002280     ACCEPT S-CRM-CONFIRM.
002290     IF CRM-CONFIRM-ANSWER = 'O' OR CRM-CONFIRM-ANSWER = 'o'
002300         PERFORM 2030-STORE-ROW THRU 2030-STORE-ROW-EXIT
002310     ELSE
002320         DISPLAY 'Mise a jour abandonnee.' LINE 22 COL 8
002330     END-IF.
002340
002350 2000-MAINTAIN-ONE-ROW-ASK.
002360     ACCEPT S-CRM-AGAIN.
002370     IF CRM-AGAIN-ANSWER = 'O' OR CRM-AGAIN-ANSWER = 'o'
002380         MOVE 'N' TO CRM-DONE-SW
002390     ELSE
002400         MOVE 'Y' TO CRM-DONE-SW
002410     END-IF.
002420
002430 2000-MAINTAIN-ONE-ROW-EXIT.
002440     EXIT.
002450
002460******************************************************************
002470*    2010-FETCH-ROW - DIRECT READ BY KEY.  THE FIRST OPEN OF THE
002480*    SESSION CREATES THE RATE TABLE, THE SAME WAY SRCRMNT CREATES
002490*    SRCREG.  THE CURRENT RATES ARE KEPT FOR THE AUDIT AND PUT IN
002500*    THE ENTRY FIELDS AS SEVEN-DIGIT VALUES TO BE KEYED OVER.
002510******************************************************************
002520 2010-FETCH-ROW.
002530     MOVE 'N' TO CRM-FOUND-SW.
002540     MOVE ZERO TO CRM-OLD-RATE(1) CRM-OLD-RATE(2) CRM-OLD-RATE(3)
002550         CRM-OLD-RATE(4) CRM-OLD-RATE(5) CRM-OLD-RATE(6).
002560     OPEN I-O CRM-RATE-FILE.
002570     IF CRM-RATE-STATUS = '35'
002580         OPEN OUTPUT CRM-RATE-FILE
002590         CLOSE CRM-RATE-FILE
002600         OPEN I-O CRM-RATE-FILE
002610     END-IF.
002620     IF CRM-RATE-STATUS NOT = '00'
002630         DISPLAY 'CALRATE INDISPONIBLE - STATUT: '
002640             CRM-RATE-STATUS LINE 22 COL 8
002650         MOVE 'Y' TO CRM-DONE-SW
002660         GO TO 2010-FETCH-ROW-EXIT
002670     END-IF.
002680     MOVE CRM-SOURCE-ID TO RAT-SOURCE-ID.
002690     READ CRM-RATE-FILE
002700         INVALID KEY
002710             MOVE 'NOUVEAU TARIF' TO CRM-SHOW-STATE
002720         NOT INVALID KEY
002730             MOVE 'Y' TO CRM-FOUND-SW
002740             MOVE 'EXISTANT' TO CRM-SHOW-STATE
002750             MOVE RAT-RATES TO CRM-OLD-RATES
002760     END-READ.
002770     CLOSE CRM-RATE-FILE.
002780     MOVE CRM-OLD-RATES TO CRM-NEW-RATES.
002790     PERFORM 2015-SHOW-ONE-RATE THRU 2015-SHOW-ONE-RATE-EXIT
002800         VARYING CRM-CAT-SUB FROM 1 BY 1
002810         UNTIL CRM-CAT-SUB > CAT-CATEGORY-COUNT.
002820
002830 2010-FETCH-ROW-EXIT.
002840     EXIT.
002850
002860 2015-SHOW-ONE-RATE.
002870     MOVE CRM-OLD-RATE(CRM-CAT-SUB) TO CRM-SHOW-RATE(CRM-CAT-SUB).
002880
002890 2015-SHOW-ONE-RATE-EXIT.
002900     EXIT.
002910
002920******************************************************************
002930*    2020-VALIDATE-ENTRY - ALL SIX RATES SEVEN DIGITS.  A ZERO
002940*    RATE IS ALLOWED - THE CATEGORY IS SIMPLY NOT BILLED.  AN
002950*    EXISTING ROW KEYED BACK UNCHANGED IS NOT STORED, SO THE
002960*    AUDIT ONLY EVER SHOWS REAL CHANGES.
002970******************************************************************
002980 2020-VALIDATE-ENTRY.
002990     MOVE 'Y' TO CRM-VALID-SW.
003000     PERFORM 2025-CHECK-ONE-RATE THRU 2025-CHECK-ONE-RATE-EXIT
003010         VARYING CRM-CAT-SUB FROM 1 BY 1
003020         UNTIL CRM-CAT-SUB > CAT-CATEGORY-COUNT.
003030     IF NOT CRM-ENTRY-VALID
003040         MOVE 'Tarifs : sept chiffres chacun, dont 4 decimales.'
003050             TO CRM-ERROR-TEXT
003060         GO TO 2020-VALIDATE-ENTRY-EXIT
003070     END-IF.
003080     MOVE ZERO TO CRM-CHANGED-COUNT.
003090     PERFORM 2027-COUNT-ONE-CHANGE THRU 2027-COUNT-ONE-CHANGE-EXIT
003100         VARYING CRM-CAT-SUB FROM 1 BY 1
003110         UNTIL CRM-CAT-SUB > CAT-CATEGORY-COUNT.
003120     IF CRM-ROW-FOUND AND CRM-CHANGED-COUNT = ZERO
003130         MOVE 'N' TO CRM-VALID-SW
003140         MOVE 'Aucun tarif modifie.' TO CRM-ERROR-TEXT
003150     END-IF.
003160
003170 2020-VALIDATE-ENTRY-EXIT.
003180     EXIT.
003190
003200 2025-CHECK-ONE-RATE.
003210     IF CRM-NEW-RATE-X(CRM-CAT-SUB) NOT NUMERIC
003220         MOVE 'N' TO CRM-VALID-SW
003230     END-IF.
003240
003250 2025-CHECK-ONE-RATE-EXIT.
003260     EXIT.
003270
003280 2027-COUNT-ONE-CHANGE.
003290     IF CRM-NEW-RATE(CRM-CAT-SUB) NOT = CRM-OLD-RATE(CRM-CAT-SUB)
003300         ADD 1 TO CRM-CHANGED-COUNT
003310     END-IF.
003320
003330 2027-COUNT-ONE-CHANGE-EXIT.
003340     EXIT.
003350
003360 2030-STORE-ROW.
003370     OPEN I-O CRM-RATE-FILE.
003380     IF CRM-RATE-STATUS NOT = '00'
003390         DISPLAY 'CALRATE INDISPONIBLE - STATUT: '
003400             CRM-RATE-STATUS LINE 22 COL 8
003410         GO TO 2030-STORE-ROW-EXIT
003420     END-IF.
003430     MOVE SPACES TO RAT-RATE-RECORD.
003440     MOVE CRM-SOURCE-ID TO RAT-SOURCE-ID.
003450     MOVE CRM-NEW-VALUES TO RAT-RATES.
003460     MOVE CRM-SUPERVISOR-ID TO RAT-SET-BY.
003470     MOVE FUNCTION CURRENT-DATE(1:8) TO RAT-SET-DATE.
003480     IF CRM-ROW-FOUND
003490         REWRITE RAT-RATE-RECORD
003500     ELSE
003510         WRITE RAT-RATE-RECORD
003520     END-IF.
003530     IF CRM-RATE-STATUS NOT = '00'
003540         DISPLAY 'ECRITURE CALRATE IMPOSSIBLE - STATUT: '
003550             CRM-RATE-STATUS LINE 22 COL 8
003560         CLOSE CRM-RATE-FILE
003570         GO TO 2030-STORE-ROW-EXIT
003580     END-IF.
003590     CLOSE CRM-RATE-FILE.
003600     PERFORM 2040-WRITE-AUDIT-LINES
003610             THRU 2040-WRITE-AUDIT-LINES-EXIT.
003620     DISPLAY 'Tarifs enregistres.' LINE 22 COL 8.
003630
003640 2030-STORE-ROW-EXIT.
003650     EXIT.
003660
003670******************************************************************
003680*    2040-WRITE-AUDIT-LINES - ONE LINE PER CATEGORY WHOSE RATE
003690*    CHANGED (EVERY CATEGORY FOR A NEW ROW): WHO, WHICH SOURCE,
003700*    WHICH CATEGORY, FROM WHAT TO WHAT, DATED, WITH THE VERIFIED
003710*    SUPERVISOR ID THE SIGN-ON ESTABLISHED.
003720******************************************************************
003730 2040-WRITE-AUDIT-LINES.
003740     OPEN EXTEND CRM-AUDIT-FILE.
003750     IF CRM-AUDIT-STATUS = '35'
003760         OPEN OUTPUT CRM-AUDIT-FILE
003770     END-IF.
003780     IF CRM-AUDIT-STATUS NOT = '00'
003790         DISPLAY 'ECRITURE CALRATAU IMPOSSIBLE - STATUT: '
003800             CRM-AUDIT-STATUS LINE 22 COL 8
003810         GO TO 2040-WRITE-AUDIT-LINES-EXIT
003820     END-IF.
003830     PERFORM 2045-WRITE-ONE-AUDIT-LINE
003840             THRU 2045-WRITE-ONE-AUDIT-LINE-EXIT
003850         VARYING CRM-CAT-SUB FROM 1 BY 1
003860         UNTIL CRM-CAT-SUB > CAT-CATEGORY-COUNT.
003870     CLOSE CRM-AUDIT-FILE.
003880
003890 2040-WRITE-AUDIT-LINES-EXIT.
003900     EXIT.
003910
003920 2045-WRITE-ONE-AUDIT-LINE.
003930     IF CRM-ROW-FOUND
003940             AND CRM-NEW-RATE(CRM-CAT-SUB)
003950                 = CRM-OLD-RATE(CRM-CAT-SUB)
003960         GO TO 2045-WRITE-ONE-AUDIT-LINE-EXIT
003970     END-IF.
003980     MOVE FUNCTION CURRENT-DATE(1:8) TO CRM-AUD-DATE.
003990     MOVE CRM-SUPERVISOR-ID TO CRM-AUD-SUPERVISOR.
004000     MOVE CRM-SOURCE-ID TO CRM-AUD-SOURCE.
004010     MOVE CAT-CATEGORY-NAME(CRM-CAT-SUB) TO CRM-AUD-CATEGORY.
004020     IF CRM-ROW-FOUND
004030         MOVE 'UPDATED' TO CRM-AUD-ACTION
004040         MOVE CRM-SHOW-RATE(CRM-CAT-SUB) TO CRM-AUD-OLD
004050     ELSE
004060         MOVE 'ADDED' TO CRM-AUD-ACTION
004070         MOVE SPACES TO CRM-AUD-OLD
004080     END-IF.
004090     MOVE CRM-NEW-RATE(CRM-CAT-SUB) TO CRM-AUD-NEW.
004100     MOVE CRM-AUDIT-LINE TO CRM-AUDIT-RECORD.
004110     WRITE CRM-AUDIT-RECORD.
004120
004130 2045-WRITE-ONE-AUDIT-LINE-EXIT.
004140     EXIT.
004150
004160 9999-EXIT.
004170     STOP RUN.
