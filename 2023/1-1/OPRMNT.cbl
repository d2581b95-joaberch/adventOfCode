000230*                   THE SCREEN RUNS IN BOOTSTRAP MODE SO THE
000240*                   FIRST SUPERVISOR CAN BE SET UP - THAT ONE
000250*                   SESSION IS FLAGGED ON THE SCREEN AND IN THE
000260*                   AUDIT FILE.  SO DOES A MASTER ON WHICH NO
000261*                   ACTIVE SUPERVISOR HAS A PIN YET, AS AFTER THE
000262*                   OPRCONV CONVERSION.
000263*                   THE SUPERVISOR ALSO GIVES A NEW OPERATOR, OR
000264*                   ONE WHO IS LOCKED OUT OR HAS FORGOTTEN THEIR
000265*                   PIN, A TEMPORARY PIN; THIS CLEARS THE
000266*                   LOCKOUT AND THE OPERATOR MUST REPLACE IT AT
000267*                   THE NEXT SIGN-ON.
000270*    MODIFICATION HISTORY:
000280*      2026-09-02  RJB  ORIGINAL.
000281*      2026-10-15  RJB  TEMPORARY PIN AND LOCKOUT RESET; AN UPDATE
000282*                       WITHOUT A NEW PIN KEEPS THE OLD ONE, BUT
000283*                       AN OPERATOR WITH NO PIN NEEDS A TEMPORARY
000284*                       ONE.  CERTIFICATION EXPIRY SHOWN; LEVEL 2,
000285*                       AND LEVEL 3 FROM 1 OR NEW, NEED A CURRENT
000286*                       guessNumber CERTIFICATION.  BOOTSTRAP ALSO
000287*                       WHEN NO ACTIVE SUPERVISOR HAS A PIN; THE
000288*                       BOOTSTRAP SESSION IS NOT CHECKED.  A NEW
000289*                       OPERATOR STARTS UNCERTIFIED.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. OPRMNT.
000350 FILE-CONTROL.
000360     SELECT MNT-MASTER-FILE ASSIGN TO 'OPRMAST'
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS OPR-OPERATOR-ID
000400         FILE STATUS IS MNT-MASTER-STATUS.
000410
000540
000550 WORKING-STORAGE SECTION.
000560     COPY OPRSIGNL.
000565     COPY OPRPINW.
000570
000580 01  MNT-AUDIT-LINE.
000590     05  MNT-AUD-DATE           PIC X(08).
000670     05  MNT-AUD-AUTHORITY      PIC 9(01).
000680     05  FILLER                 PIC X(01) VALUE '/'.
000690     05  MNT-AUD-ACTIVE         PIC X(01).
000692     05  FILLER                 PIC X(02) VALUE SPACES.
000694     05  MNT-AUD-PIN-NOTE       PIC X(09).
000700
000710 77  MNT-MASTER-STATUS          PIC X(02) VALUE '00'.
000720 77  MNT-AUDIT-STATUS           PIC X(02) VALUE '00'.
000800     88  MNT-OPERATOR-FOUND             VALUE 'Y'.
000810 77  MNT-VALID-SW               PIC X VALUE 'N'.
000820     88  MNT-ENTRY-VALID                VALUE 'Y'.
000821 77  MNT-NO-PIN-SW              PIC X VALUE 'N'.
000822     88  MNT-OPERATOR-HAS-NO-PIN        VALUE 'Y'.
000823 77  MNT-SUP-PIN-SW             PIC X VALUE 'N'.
000824     88  MNT-SUPERVISOR-HAS-PIN         VALUE 'Y'.
000825 77  MNT-EOF-SW                 PIC X VALUE 'N'.
000826     88  MNT-END-OF-FILE                VALUE 'Y'.
000830
000840 77  MNT-TARGET-ID              PIC X(08) VALUE SPACES.
000850 77  MNT-SHOW-NAME              PIC X(20) VALUE SPACES.
000890 77  MNT-NEW-NAME               PIC X(20) VALUE SPACES.
000900 77  MNT-NEW-AUTHORITY-X        PIC X(01) VALUE SPACES.
000910 77  MNT-NEW-ACTIVE             PIC X(01) VALUE SPACES.
000912 77  MNT-NEW-PIN                PIC X(06) VALUE SPACES.
000914 77  MNT-SHOW-PIN-STATE         PIC X(20) VALUE SPACES.
000915 77  MNT-SHOW-CERT              PIC X(08) VALUE SPACES.
000916 77  MNT-CERT-EXPIRY            PIC 9(08) VALUE ZERO.
000917 77  MNT-TODAY                  PIC 9(08) VALUE ZERO.
000920 77  MNT-CONFIRM-ANSWER         PIC X VALUE 'N'.
000930 77  MNT-AGAIN-ANSWER           PIC X VALUE 'N'.
000940 77  MNT-ERROR-TEXT             PIC X(40) VALUE SPACES.
000970 01  S-MNT-SUPERVISOR-ID.
000980     05  LINE 1 COL 8 VALUE 'Identifiant superviseur : '.
000990     05  PIC X(08) TO MNT-SUPERVISOR-ID REQUIRED.
000992     05  LINE 1 COL 44 VALUE 'PIN : '.
000994     05  PIC X(06) TO OPS-PIN SECURE.
000996     05  LINE 1 COL 58 VALUE 'Nouveau PIN : '.
000998     05  PIC X(06) TO OPS-NEW-PIN SECURE.
001000
001010 01  S-MNT-TARGET-ID.
001020     05  LINE 3 COL 8 VALUE 'Operateur a gerer : '.
001050 01  S-MNT-CURRENT.
001060     05  LINE 5 COL 8 VALUE 'Etat.............. : '.
001070     05  LINE 5 COL 30 PIC X(20) FROM MNT-SHOW-STATE.
001072     05  LINE 5 COL 52 VALUE 'Certifie jusqu au : '.
001074     05  LINE 5 COL 72 PIC X(08) FROM MNT-SHOW-CERT.
001080     05  LINE 6 COL 8 VALUE 'Nom............... : '.
001090     05  LINE 6 COL 30 PIC X(20) FROM MNT-SHOW-NAME.
001100     05  LINE 7 COL 8 VALUE 'Niveau (1/2/3).... : '.
001110     05  LINE 7 COL 30 PIC X(01) FROM MNT-SHOW-AUTHORITY.
001120     05  LINE 8 COL 8 VALUE 'Actif (A/I)....... : '.
001130     05  LINE 8 COL 30 PIC X(01) FROM MNT-SHOW-ACTIVE.
001132     05  LINE 9 COL 8 VALUE 'PIN / verrou...... : '.
001134     05  LINE 9 COL 30 PIC X(20) FROM MNT-SHOW-PIN-STATE.
001140
001150 01  S-MNT-NEW-VALUES.
001160     05  LINE 10 COL 8 VALUE 'Nouveau nom................ : '.
001200         REQUIRED.
001210     05  LINE 12 COL 8 VALUE 'Actif (A/I)................ : '.
001220     05  LINE 12 COL 39 PIC X(01) TO MNT-NEW-ACTIVE REQUIRED.
001222     05  LINE 13 COL 8 VALUE 'PIN provisoire............. : '.
001224     05  LINE 13 COL 39 PIC X(06) TO MNT-NEW-PIN SECURE.
001230
001240 01  S-MNT-CONFIRM.
001250     05  LINE 14 COL 8 VALUE 'Confirmer (O/N) : '.
001480*    ONE EXCEPTION: WHEN OPRMAST DOES NOT EXIST YET THERE IS
001490*    NOBODY TO CHECK AGAINST, SO THE SESSION RUNS IN BOOTSTRAP
001500*    MODE TO SET UP THE FIRST SUPERVISOR.  THE MODE IS SHOWN ON
001510*    SCREEN AND STAMPED ON THE AUDIT LINES.  A MASTER WHERE NO
001513*    ACTIVE SUPERVISOR HAS A PIN CANNOT SIGN ANYONE ON EITHER,
001516*    SO IT IS TREATED THE SAME WAY.
001520******************************************************************
001530 1000-SIGN-ON.
001540     ACCEPT S-MNT-SUPERVISOR-ID.
001590             LINE 2 COL 8
001600         GO TO 1000-SIGN-ON-EXIT
001610     END-IF.
001613     PERFORM 1010-FIND-SUPERVISOR-PIN
001616             THRU 1010-FIND-SUPERVISOR-PIN-EXIT.
001620     CLOSE MNT-MASTER-FILE.
001621     IF NOT MNT-SUPERVISOR-HAS-PIN
001622         MOVE 'Y' TO MNT-BOOTSTRAP-SW
001623         DISPLAY 'AUCUN SUPERVISEUR AVEC PIN - SESSION D AMORCAGE'
001624             LINE 2 COL 8
001625         GO TO 1000-SIGN-ON-EXIT
001626     END-IF.
001630     MOVE MNT-SUPERVISOR-ID TO OPS-OPERATOR-ID.
001640     MOVE 3 TO OPS-REQUIRED-LEVEL.
001650     CALL 'OPRSIGN' USING OPS-SIGNON-PARM.
001840     END-IF.
001850     DISPLAY S-MNT-CURRENT.
001860     MOVE SPACES TO MNT-NEW-NAME MNT-NEW-AUTHORITY-X
001870         MNT-NEW-ACTIVE MNT-NEW-PIN.
001880     ACCEPT S-MNT-NEW-VALUES.
001890     PERFORM 2020-VALIDATE-ENTRY THRU 2020-VALIDATE-ENTRY-EXIT.
001900     IF NOT MNT-ENTRY-VALID
002160******************************************************************
002170 2010-FETCH-OPERATOR.
002180     MOVE 'N' TO MNT-FOUND-SW.
002185     MOVE 'N' TO MNT-NO-PIN-SW.
002190     OPEN I-O MNT-MASTER-FILE.
002200     IF MNT-MASTER-STATUS = '35'
002210         OPEN OUTPUT MNT-MASTER-FILE
002350             MOVE SPACES TO MNT-SHOW-NAME
002360             MOVE SPACES TO MNT-SHOW-AUTHORITY
002370             MOVE SPACES TO MNT-SHOW-ACTIVE
002375             MOVE SPACES TO MNT-SHOW-PIN-STATE
002376             MOVE SPACES TO MNT-SHOW-CERT
002377             MOVE ZERO TO MNT-CERT-EXPIRY
002380         NOT INVALID KEY
002390             MOVE 'Y' TO MNT-FOUND-SW
002400             MOVE 'EXISTANT' TO MNT-SHOW-STATE
002410             MOVE OPR-NAME TO MNT-SHOW-NAME
002420             MOVE OPR-AUTHORITY TO MNT-SHOW-AUTHORITY
002430             MOVE OPR-ACTIVE-SW TO MNT-SHOW-ACTIVE
002432             PERFORM 2015-SHOW-PIN-STATE
002434                     THRU 2015-SHOW-PIN-STATE-EXIT
002436             PERFORM 2017-SHOW-CERTIFICATION
002438                     THRU 2017-SHOW-CERTIFICATION-EXIT
002440     END-READ.
002450     CLOSE MNT-MASTER-FILE.
002460
002500******************************************************************
002510*    2020-VALIDATE-ENTRY - NAME REQUIRED FOR A NEW OPERATOR
002520*    (BLANK KEEPS THE OLD ONE ON AN UPDATE), LEVEL 1-3, ACTIVE
002530*    FLAG A OR I.  A TEMPORARY PIN IS REQUIRED FOR A NEW
002532*    OPERATOR AND FOR ONE WITH NO PIN (OTHERWISE BLANK KEEPS THE
002534*    CURRENT PIN) AND MUST BE FOUR TO SIX DIGITS.  LEVEL 2, AND
002536*    LEVEL 3 FOR A NEW OR LEVEL 1 OPERATOR, NEED A CERTIFICATION
002538*    THAT HAS NOT YET LAPSED.
002540******************************************************************
002550 2020-VALIDATE-ENTRY.
002560     MOVE 'N' TO MNT-VALID-SW.
002650         MOVE 'Niveau doit etre 1, 2 ou 3.' TO MNT-ERROR-TEXT
002660         GO TO 2020-VALIDATE-ENTRY-EXIT
002670     END-IF.
002671     PERFORM 2022-CHECK-CERTIFICATION
002672             THRU 2022-CHECK-CERTIFICATION-EXIT.
002673     IF NOT MNT-ENTRY-VALID
002674         GO TO 2020-VALIDATE-ENTRY-EXIT
002675     END-IF.
002680     IF MNT-NEW-ACTIVE NOT = 'A' AND MNT-NEW-ACTIVE NOT = 'I'
002690         MOVE 'Indicateur actif doit etre A ou I.'
002700             TO MNT-ERROR-TEXT
002710         GO TO 2020-VALIDATE-ENTRY-EXIT
002720     END-IF.
002721     PERFORM 2024-CHECK-TEMPORARY-PIN
002722             THRU 2024-CHECK-TEMPORARY-PIN-EXIT.
002723     IF NOT MNT-ENTRY-VALID
002724         GO TO 2020-VALIDATE-ENTRY-EXIT
002725     END-IF.
002730     MOVE 'Y' TO MNT-VALID-SW.
002740
002750 2020-VALIDATE-ENTRY-EXIT.
002760     EXIT.
002770
002771******************************************************************
002772*    2030-STORE-OPERATOR - AN EXISTING OPERATOR IS RE-READ SO THE
002773*    PIN, ITS DATE AND THE LOCKOUT FIELDS SURVIVE AN UPDATE THAT
002774*    DOES NOT GIVE A NEW PIN.  A TEMPORARY PIN CLEARS THE
002775*    FAILED-TRY COUNT AND THE LOCKOUT.
002776******************************************************************
002780 2030-STORE-OPERATOR.
002790     OPEN I-O MNT-MASTER-FILE.
002800     IF MNT-MASTER-STATUS NOT = '00'
002830         GO TO 2030-STORE-OPERATOR-EXIT
002840     END-IF.
002850     MOVE SPACES TO OPR-MASTER-RECORD.
002853     MOVE ZERO TO OPR-PIN-HASH OPR-PIN-SET-DATE OPR-FAILED-TRIES
002856                  OPR-CERT-DATE OPR-CERT-EXPIRY.
002860     MOVE MNT-TARGET-ID TO OPR-OPERATOR-ID.
002861     IF MNT-OPERATOR-FOUND
002862         READ MNT-MASTER-FILE
002863             INVALID KEY
002864                 DISPLAY 'OPERATEUR SUPPRIME ENTRE-TEMPS.'
002865                     LINE 18 COL 8
002866                 CLOSE MNT-MASTER-FILE
002867                 GO TO 2030-STORE-OPERATOR-EXIT
002868         END-READ
002869     END-IF.
002870     IF MNT-NEW-NAME = SPACES
002880         MOVE MNT-SHOW-NAME TO OPR-NAME
002890     ELSE
002910     END-IF.
002920     MOVE MNT-NEW-AUTHORITY-X TO OPR-AUTHORITY.
002930     MOVE MNT-NEW-ACTIVE TO OPR-ACTIVE-SW.
002931     IF MNT-NEW-PIN NOT = SPACES
002932         MOVE MNT-TARGET-ID TO PIN-HASH-ID
002933         MOVE MNT-NEW-PIN TO PIN-HASH-PIN
002934         PERFORM 8100-HASH-PIN THRU 8100-HASH-PIN-EXIT
002935         MOVE PIN-HASH-VALUE TO OPR-PIN-HASH
002936         MOVE ZERO TO OPR-PIN-SET-DATE
002937         MOVE ZERO TO OPR-FAILED-TRIES
002938         MOVE SPACE TO OPR-LOCKED-SW
002939     END-IF.
002940     IF MNT-OPERATOR-FOUND
002950         REWRITE OPR-MASTER-RECORD
002960     ELSE
003380     END-EVALUATE.
003390     MOVE MNT-NEW-AUTHORITY-X TO MNT-AUD-AUTHORITY.
003400     MOVE MNT-NEW-ACTIVE TO MNT-AUD-ACTIVE.
003401     IF MNT-NEW-PIN = SPACES
003402         MOVE SPACES TO MNT-AUD-PIN-NOTE
003403     ELSE
003404         MOVE 'PIN RESET' TO MNT-AUD-PIN-NOTE
003405     END-IF.
003410     MOVE MNT-AUDIT-LINE TO MNT-AUDIT-RECORD.
003420     WRITE MNT-AUDIT-RECORD.
003430     CLOSE MNT-AUDIT-FILE.
003450 2040-WRITE-AUDIT-LINE-EXIT.
003460     EXIT.
003470
003473     COPY OPRPINH.
003476
003480 9999-EXIT.
003490     STOP RUN.
003500
003510******************************************************************
003520*    1010-FIND-SUPERVISOR-PIN - LOOK FOR AN ACTIVE LEVEL 3
003530*    OPERATOR WITH A PIN.  A MASTER THAT CANNOT BE OPENED OR READ
003540*    IS LEFT TO OPRSIGN TO REPORT, NOT TAKEN AS A BOOTSTRAP.
003550******************************************************************
003560 1010-FIND-SUPERVISOR-PIN.
003570     MOVE 'Y' TO MNT-SUP-PIN-SW.
003580     IF MNT-MASTER-STATUS NOT = '00'
003590         GO TO 1010-FIND-SUPERVISOR-PIN-EXIT
003600     END-IF.
003610     MOVE 'N' TO MNT-SUP-PIN-SW.
003620     MOVE 'N' TO MNT-EOF-SW.
003630     PERFORM 1015-CHECK-ONE-OPERATOR
003640             THRU 1015-CHECK-ONE-OPERATOR-EXIT
003650         UNTIL MNT-END-OF-FILE OR MNT-SUPERVISOR-HAS-PIN.
003660
003670 1010-FIND-SUPERVISOR-PIN-EXIT.
003680     EXIT.
003690
003700 1015-CHECK-ONE-OPERATOR.
003710     READ MNT-MASTER-FILE NEXT RECORD
003720         AT END
003730             MOVE 'Y' TO MNT-EOF-SW
003740             GO TO 1015-CHECK-ONE-OPERATOR-EXIT
003750     END-READ.
003760     IF MNT-MASTER-STATUS NOT = '00'
003770         MOVE 'Y' TO MNT-SUP-PIN-SW
003780         GO TO 1015-CHECK-ONE-OPERATOR-EXIT
003790     END-IF.
003800     IF OPR-ACTIVE AND OPR-LEVEL-SUPERVISOR
003810             AND OPR-PIN-HASH NUMERIC
003820             AND OPR-PIN-HASH NOT = ZERO
003830         MOVE 'Y' TO MNT-SUP-PIN-SW
003840     END-IF.
003850
003860 1015-CHECK-ONE-OPERATOR-EXIT.
003870     EXIT.
003880
003890 2015-SHOW-PIN-STATE.
003900     IF OPR-PIN-HASH NOT NUMERIC OR OPR-PIN-HASH = ZERO
003910         MOVE 'Y' TO MNT-NO-PIN-SW
003920     END-IF.
003930     EVALUATE TRUE
003940         WHEN OPR-LOCKED
003950             MOVE 'VERROUILLE' TO MNT-SHOW-PIN-STATE
003960         WHEN OPR-PIN-HASH NOT NUMERIC
003970             MOVE 'PIN NON ATTRIBUE' TO MNT-SHOW-PIN-STATE
003980         WHEN OPR-PIN-HASH = ZERO
003990             MOVE 'PIN NON ATTRIBUE' TO MNT-SHOW-PIN-STATE
004000         WHEN OPR-PIN-SET-DATE NOT NUMERIC
004010             MOVE 'PIN PROVISOIRE' TO MNT-SHOW-PIN-STATE
004020         WHEN OPR-PIN-TEMPORARY
004030             MOVE 'PIN PROVISOIRE' TO MNT-SHOW-PIN-STATE
004040         WHEN OTHER
004050             MOVE 'PIN ACTIF' TO MNT-SHOW-PIN-STATE
004060     END-EVALUATE.
004070
004080 2015-SHOW-PIN-STATE-EXIT.
004090     EXIT.
004100
004110 2017-SHOW-CERTIFICATION.
004120     IF OPR-CERT-EXPIRY NUMERIC
004130         MOVE OPR-CERT-EXPIRY TO MNT-CERT-EXPIRY
004140     ELSE
004150         MOVE ZERO TO MNT-CERT-EXPIRY
004160     END-IF.
004170     IF MNT-CERT-EXPIRY = ZERO
004180         MOVE 'AUCUNE' TO MNT-SHOW-CERT
004190     ELSE
004200         MOVE MNT-CERT-EXPIRY TO MNT-SHOW-CERT
004210     END-IF.
004220
004230 2017-SHOW-CERTIFICATION-EXIT.
004240     EXIT.
004250
004260******************************************************************
004270*    2022-CHECK-CERTIFICATION - A SUPERVISOR MAY ONLY RAISE AN
004280*    OPERATOR TO LEVEL 2, OR TO LEVEL 3 FROM LEVEL 1 OR AS A NEW
004290*    OPERATOR, ON A CERTIFICATION THAT HAS NOT YET LAPSED.
004300******************************************************************
004310 2022-CHECK-CERTIFICATION.
004320     MOVE 'N' TO MNT-VALID-SW.
004330     MOVE FUNCTION CURRENT-DATE(1:8) TO MNT-TODAY.
004340     IF NOT MNT-BOOTSTRAP-MODE
004350             AND MNT-CERT-EXPIRY < MNT-TODAY
004360             AND (MNT-NEW-AUTHORITY-X = '2'
004370              OR (MNT-NEW-AUTHORITY-X = '3'
004380                  AND MNT-SHOW-AUTHORITY NOT = '2'
004390                  AND MNT-SHOW-AUTHORITY NOT = '3'))
004400         MOVE 'Certification a jour requise (niv. 2/3).'
004410             TO MNT-ERROR-TEXT
004420         GO TO 2022-CHECK-CERTIFICATION-EXIT
004430     END-IF.
004440     MOVE 'Y' TO MNT-VALID-SW.
004450
004460 2022-CHECK-CERTIFICATION-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500*    2024-CHECK-TEMPORARY-PIN - REQUIRED FOR A NEW OPERATOR AND
004510*    FOR ONE WITH NO PIN; OTHERWISE BLANK KEEPS THE CURRENT PIN.
004520******************************************************************
004530 2024-CHECK-TEMPORARY-PIN.
004540     MOVE 'N' TO MNT-VALID-SW.
004550     IF MNT-NEW-PIN = SPACES
004560         IF NOT MNT-OPERATOR-FOUND OR MNT-OPERATOR-HAS-NO-PIN
004570             MOVE 'PIN provisoire obligatoire.' TO MNT-ERROR-TEXT
004580             GO TO 2024-CHECK-TEMPORARY-PIN-EXIT
004590         END-IF
004600     ELSE
004610         MOVE MNT-NEW-PIN TO PIN-HASH-PIN
004620         PERFORM 8200-CHECK-PIN-FORMAT
004630                 THRU 8200-CHECK-PIN-FORMAT-EXIT
004640         IF NOT PIN-FORMAT-OK
004650             MOVE 'PIN provisoire: 4 a 6 chiffres.'
004660                 TO MNT-ERROR-TEXT
004670             GO TO 2024-CHECK-TEMPORARY-PIN-EXIT
004680         END-IF
004690     END-IF.
004700     MOVE 'Y' TO MNT-VALID-SW.
004710
004720 2024-CHECK-TEMPORARY-PIN-EXIT.
004730     EXIT.
