000100******************************************************************
000110*    PROGRAM-ID..: CALQCCHK
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: SECOND-OPERATOR QUALITY-CONTROL SCREEN OVER
000170*                   THE CALQCSMP SAMPLE CALQCSEL DRAWS EACH NIGHT.
000180*                   A LEVEL-2 OPERATOR (CHECKED THROUGH OPRSIGN)
000190*                   IS SHOWN THE NEXT UNCHECKED SAMPLE LINE - RUN
000200*                   DATE, SEQUENCE, SOURCE AND TEXT ONLY - AND
000210*                   KEYS THE VALUE THEY READ FROM THE TEXT.  THE
000220*                   SYSTEM'S VALUE IS SHOWN ONLY ONCE THE READING
000230*                   IS CONFIRMED AND STORED, AS AGREED OR
000240*                   DISAGREED, WITH THE OPERATOR, DATE AND TIME.
000250*                   A DISAGREEMENT GOES TO THE INVESTIGATION LIST
000260*                   ON THE CALQCRP REPORT.  A LINE CAN BE PASSED
000270*                   OVER (LEFT UNCHECKED) BY NOT CONFIRMING.
000280*    MODIFICATION HISTORY:
000290*      2026-10-15  RJB  ORIGINAL.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. CALQCCHK.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT QCK-SAMPLE-FILE ASSIGN TO 'CALQCSMP'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS QCS-KEY
000410         FILE STATUS IS QCK-SAMPLE-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  QCK-SAMPLE-FILE.
000460     COPY CALQCSMC.
000470
000480 WORKING-STORAGE SECTION.
000490     COPY OPRSIGNL.
000500
000510 77  QCK-SAMPLE-STATUS          PIC X(02) VALUE '00'.
000520
000530 77  QCK-OPERATOR-ID            PIC X(08) VALUE SPACES.
000540 77  QCK-DONE-SW                PIC X VALUE 'N'.
000550     88  QCK-DONE                       VALUE 'Y'.
000560 77  QCK-FOUND-SW               PIC X VALUE 'N'.
000570     88  QCK-PENDING-FOUND              VALUE 'Y'.
000580 77  QCK-EOF-SW                 PIC X VALUE 'N'.
000590     88  QCK-END-OF-FILE                VALUE 'Y'.
000600
000610*    KEY OF THE LAST LINE SHOWN - THE NEXT SEARCH STARTS PAST
000620*    IT, SO A LINE PASSED OVER IS NOT OFFERED AGAIN THIS SESSION.
000630 01  QCK-LAST-KEY.
000640     05  QCK-LAST-RUN-DATE      PIC 9(08) VALUE ZERO.
000650     05  QCK-LAST-SEQ-NO        PIC 9(05) VALUE ZERO.
000660
000670 77  QCK-READ-X                 PIC X(02) VALUE SPACES.
000680 77  QCK-CONFIRM-ANSWER         PIC X VALUE 'N'.
000690 77  QCK-AGAIN-ANSWER           PIC X VALUE 'N'.
000700 77  QCK-CHECKED-COUNT          PIC 9(03) VALUE ZERO.
000710 77  QCK-DISAGREE-COUNT         PIC 9(03) VALUE ZERO.
000720 77  QCK-TIMESTAMP              PIC X(21) VALUE SPACES.
000730
000740*    WHAT THE SCREEN SHOWS OF THE SAMPLE LINE.
000750 77  QCK-SHOW-DATE              PIC X(08) VALUE SPACES.
000760 77  QCK-SHOW-SEQ               PIC X(05) VALUE SPACES.
000770 77  QCK-SHOW-SOURCE            PIC X(08) VALUE SPACES.
000780 77  QCK-TEXT-1                 PIC X(50) VALUE SPACES.
000790 77  QCK-TEXT-2                 PIC X(50) VALUE SPACES.
000800 77  QCK-RESULT-TEXT            PIC X(60) VALUE SPACES.
000810 77  QCK-VALUE-ED               PIC 99.
000820
000830 SCREEN SECTION.
000840 01  S-QCK-OPERATOR-ID.
000850     05  LINE 1 COL 8 VALUE 'Identifiant operateur : '.
000860     05  PIC X(08) TO QCK-OPERATOR-ID REQUIRED.
000870     05  LINE 1 COL 44 VALUE 'PIN : '.
000880     05  PIC X(06) TO OPS-PIN SECURE.
000890     05  LINE 1 COL 58 VALUE 'Nouveau PIN : '.
000900     05  PIC X(06) TO OPS-NEW-PIN SECURE.
000910
000920 01  S-QCK-LINE.
000930     05  LINE 3 COL 8 VALUE 'Passage du......... : '.
000940     05  LINE 3 COL 30 PIC X(08) FROM QCK-SHOW-DATE.
000950     05  LINE 3 COL 42 VALUE 'Sequence : '.
000960     05  LINE 3 COL 53 PIC X(05) FROM QCK-SHOW-SEQ.
000970     05  LINE 4 COL 8 VALUE 'Source............. : '.
000980     05  LINE 4 COL 30 PIC X(08) FROM QCK-SHOW-SOURCE.
000990     05  LINE 5 COL 8 VALUE 'Texte a lire....... : '.
001000     05  LINE 5 COL 30 PIC X(50) FROM QCK-TEXT-1.
001010     05  LINE 6 COL 30 PIC X(50) FROM QCK-TEXT-2.
001020
001030 01  S-QCK-READING.
001040     05  LINE 8 COL 8 VALUE 'Valeur lue (2 ch.). : '.
001050     05  LINE 8 COL 30 PIC X(02) TO QCK-READ-X REQUIRED.
001060
001070 01  S-QCK-CONFIRM.
001080     05  LINE 10 COL 8 VALUE 'Confirmer (O/N) : '.
001090     05  PIC X TO QCK-CONFIRM-ANSWER REQUIRED.
001100
001110 01  S-QCK-AGAIN.
001120     05  LINE 14 COL 8 VALUE 'Autre ligne (O/N) : '.
001130     05  PIC X TO QCK-AGAIN-ANSWER REQUIRED.
001140
001150 PROCEDURE DIVISION.
001160 0000-MAINLINE.
001170     PERFORM 1000-SIGN-ON THRU 1000-SIGN-ON-EXIT.
001180     IF QCK-DONE
001190         GO TO 9999-EXIT
001200     END-IF.
001210     PERFORM 2000-CHECK-ONE-LINE THRU 2000-CHECK-ONE-LINE-EXIT
001220         UNTIL QCK-DONE.
001230     DISPLAY 'Lignes controlees : ' QCK-CHECKED-COUNT
001240         '  desaccords : ' QCK-DISAGREE-COUNT
001250         LINE 20 COL 8.
001260     GO TO 9999-EXIT.
001270
001280 0000-MAINLINE-EXIT.
001290     EXIT.
001300
001310******************************************************************
001320*    1000-SIGN-ON - A QC READING NEEDS OPERATOR LEVEL 2.
001330******************************************************************
001340 1000-SIGN-ON.
001350     ACCEPT S-QCK-OPERATOR-ID.
001360     MOVE QCK-OPERATOR-ID TO OPS-OPERATOR-ID.
001370     MOVE 2 TO OPS-REQUIRED-LEVEL.
001380     CALL 'OPRSIGN' USING OPS-SIGNON-PARM.
001390     IF OPS-SIGNON-REFUSED
001400         DISPLAY OPS-MESSAGE LINE 2 COL 8
001410         MOVE 'Y' TO QCK-DONE-SW
001420     END-IF.
001430
001440 1000-SIGN-ON-EXIT.
001450     EXIT.
001460
001470******************************************************************
001480*    2000-CHECK-ONE-LINE - FIND THE NEXT UNCHECKED LINE, SHOW
001490*    THE TEXT, TAKE THE READING, CONFIRM, STORE, THEN REVEAL.
001500******************************************************************
001510 2000-CHECK-ONE-LINE.
001520     PERFORM 2010-FIND-NEXT-PENDING
001530             THRU 2010-FIND-NEXT-PENDING-EXIT.
001540     IF NOT QCK-PENDING-FOUND
001550         MOVE 'Y' TO QCK-DONE-SW
001560         GO TO 2000-CHECK-ONE-LINE-EXIT
001570     END-IF.
001580     MOVE SPACES TO QCK-READ-X.
001590     DISPLAY S-QCK-LINE.
001600     ACCEPT S-QCK-READING.
001610     IF QCK-READ-X NOT NUMERIC
001620         DISPLAY 'Valeur : deux chiffres - ligne laissee en '
001630             'attente.' LINE 18 COL 8
001640         GO TO 2000-CHECK-ONE-LINE-ASK
001650     END-IF.
001660     ACCEPT S-QCK-CONFIRM.
001670     IF QCK-CONFIRM-ANSWER = 'O' OR QCK-CONFIRM-ANSWER = 'o'
001680         PERFORM 2020-STORE-READING THRU 2020-STORE-READING-EXIT
001690     ELSE
001700         DISPLAY 'Ligne laissee en attente.' LINE 18 COL 8
001710     END-IF.
001720
001730 2000-CHECK-ONE-LINE-ASK.
001740     ACCEPT S-QCK-AGAIN.
001750     IF QCK-AGAIN-ANSWER = 'O' OR QCK-AGAIN-ANSWER = 'o'
001760         MOVE 'N' TO QCK-DONE-SW
001770     ELSE
001780         MOVE 'Y' TO QCK-DONE-SW
001790     END-IF.
001800
001810 2000-CHECK-ONE-LINE-EXIT.
001820     EXIT.
001830
001840******************************************************************
001850*    2010-FIND-NEXT-PENDING - OLDEST NIGHT FIRST, THE FIRST
001860*    STILL-UNCHECKED LINE PAST THE ONE LAST SHOWN.
001870******************************************************************
001880 2010-FIND-NEXT-PENDING.
001890     MOVE 'N' TO QCK-FOUND-SW.
001900     OPEN INPUT QCK-SAMPLE-FILE.
001910     IF QCK-SAMPLE-STATUS NOT = '00'
001920         DISPLAY 'ECHANTILLON CALQCSMP INDISPONIBLE - STATUT: '
001930             QCK-SAMPLE-STATUS LINE 18 COL 8
001940         GO TO 2010-FIND-NEXT-PENDING-EXIT
001950     END-IF.
001960     MOVE QCK-LAST-KEY TO QCS-KEY.
001970     MOVE 'N' TO QCK-EOF-SW.
001980     START QCK-SAMPLE-FILE KEY IS GREATER THAN QCS-KEY
001990         INVALID KEY
002000             MOVE 'Y' TO QCK-EOF-SW
002010     END-START.
002020     PERFORM 2012-READ-NEXT-SAMPLE THRU 2012-READ-NEXT-SAMPLE-EXIT
002030         UNTIL QCK-END-OF-FILE OR QCK-PENDING-FOUND.
002040     CLOSE QCK-SAMPLE-FILE.
002050     IF NOT QCK-PENDING-FOUND
002060         DISPLAY 'Aucune ligne en attente de controle.'
002070             LINE 18 COL 8
002080     END-IF.
002090
002100 2010-FIND-NEXT-PENDING-EXIT.
002110     EXIT.
002120
002130 2012-READ-NEXT-SAMPLE.
002140     READ QCK-SAMPLE-FILE NEXT RECORD
002150         AT END
002160             MOVE 'Y' TO QCK-EOF-SW
002170             GO TO 2012-READ-NEXT-SAMPLE-EXIT
002180     END-READ.
002190     IF NOT QCS-PENDING
002200         GO TO 2012-READ-NEXT-SAMPLE-EXIT
002210     END-IF.
002220     MOVE 'Y' TO QCK-FOUND-SW.
002230     MOVE QCS-KEY TO QCK-LAST-KEY.
002240     MOVE QCS-RUN-DATE TO QCK-SHOW-DATE.
002250     MOVE QCS-SEQ-NO TO QCK-SHOW-SEQ.
002260     MOVE QCS-SOURCE-ID TO QCK-SHOW-SOURCE.
002270     MOVE QCS-CALIB-TEXT(1:50) TO QCK-TEXT-1.
002280     MOVE QCS-CALIB-TEXT(51:50) TO QCK-TEXT-2.
002290
002300 2012-READ-NEXT-SAMPLE-EXIT.
002310     EXIT.
002320
002330******************************************************************
002340*    2020-STORE-READING - RE-READ UNDER I-O AND RECORD THE
002350*    READING ONLY IF THE LINE IS STILL UNCHECKED, SO TWO
002360*    OPERATORS ON THE SAME LINE CANNOT BOTH RECORD IT.  ONLY
002370*    THEN IS THE SYSTEM'S VALUE SHOWN.
002380******************************************************************
002390 2020-STORE-READING.
002400     OPEN I-O QCK-SAMPLE-FILE.
002410     IF QCK-SAMPLE-STATUS NOT = '00'
002420         DISPLAY 'CALQCSMP INDISPONIBLE - STATUT: '
002430             QCK-SAMPLE-STATUS LINE 18 COL 8
002440         GO TO 2020-STORE-READING-EXIT
002450     END-IF.
002460     MOVE QCK-LAST-KEY TO QCS-KEY.
002470     READ QCK-SAMPLE-FILE
002480         INVALID KEY
002490             MOVE SPACE TO QCS-STATE
002500     END-READ.
002510     IF NOT QCS-PENDING
002520         DISPLAY 'Ligne deja controlee entre-temps.'
002530             LINE 18 COL 8
002540         CLOSE QCK-SAMPLE-FILE
002550         GO TO 2020-STORE-READING-EXIT
002560     END-IF.
002570     MOVE QCK-READ-X TO QCS-READ-VALUE.
002580     IF QCS-READ-VALUE = QCS-VALUE
002590         MOVE 'A' TO QCS-STATE
002600     ELSE
002610         MOVE 'D' TO QCS-STATE
002620     END-IF.
002630     MOVE QCK-OPERATOR-ID TO QCS-CHECKED-BY.
002640     MOVE FUNCTION CURRENT-DATE TO QCK-TIMESTAMP.
002650     MOVE QCK-TIMESTAMP(1:8) TO QCS-CHECKED-DATE.
002660     MOVE QCK-TIMESTAMP(9:6) TO QCS-CHECKED-TIME.
002670     REWRITE QCS-SAMPLE-RECORD.
002680     IF QCK-SAMPLE-STATUS NOT = '00'
002690         DISPLAY 'ECRITURE CALQCSMP IMPOSSIBLE - STATUT: '
002700             QCK-SAMPLE-STATUS LINE 18 COL 8
002710         CLOSE QCK-SAMPLE-FILE
002720         GO TO 2020-STORE-READING-EXIT
002730     END-IF.
002740     CLOSE QCK-SAMPLE-FILE.
002750     ADD 1 TO QCK-CHECKED-COUNT.
002760     MOVE QCS-VALUE TO QCK-VALUE-ED.
002770     MOVE SPACES TO QCK-RESULT-TEXT.
002780     IF QCS-AGREED
002790         STRING 'Valeur du systeme : ' QCK-VALUE-ED
002800             ' - ACCORD' DELIMITED BY SIZE INTO QCK-RESULT-TEXT
002810     ELSE
002820         ADD 1 TO QCK-DISAGREE-COUNT
002830         STRING 'Valeur du systeme : ' QCK-VALUE-ED
002840             ' - DESACCORD, LIGNE A INVESTIGUER'
002850             DELIMITED BY SIZE INTO QCK-RESULT-TEXT
002860     END-IF.
002870     DISPLAY QCK-RESULT-TEXT LINE 12 COL 8.
002880
002890 2020-STORE-READING-EXIT.
002900     EXIT.
002910
002920 9999-EXIT.
002930     STOP RUN.
