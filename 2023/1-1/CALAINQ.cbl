000100******************************************************************
000110*    PROGRAM-ID..: CALAINQ
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: OPERATOR INQUIRY SCREEN OVER THE CALARCHM
000170*                   LINE-LEVEL CALIBRATION ARCHIVE.  THE OPERATOR
000180*                   KEYS A RUN DATE AND A SEQUENCE NUMBER AND SEES
000190*                   THE LINE EXACTLY AS IT WAS CALIBRATED THAT
000200*                   NIGHT - TEXT, DIGITS, VALUE, DISPOSITION AND
000210*                   SOURCE FEED - LONG AFTER CALLOAD HAS REBUILT
000220*                   THE CALMSTR MASTER.  THE SAME LOOK AND SIGN-ON
000230*                   AS CALINQ, WHICH STILL ANSWERS FOR TONIGHT.
000240*    MODIFICATION HISTORY:
000250*      2026-10-15  RJB  ORIGINAL.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. CALAINQ.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT AIQ-ARCHIVE-FILE ASSIGN TO 'CALARCHM'
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS CLA-KEY
000370         FILE STATUS IS AIQ-ARCHIVE-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  AIQ-ARCHIVE-FILE.
000420     COPY CALARCHC.
000430
000440 WORKING-STORAGE SECTION.
000450     COPY OPRSIGNL.
000460
000470 77  AIQ-ARCHIVE-STATUS         PIC X(02) VALUE '00'.
000480
000490 77  AIQ-OPERATOR-ID            PIC X(08) VALUE SPACES.
000500 77  AIQ-DATE-ENTRY             PIC X(08) VALUE SPACES.
000510 77  AIQ-SEQ-ENTRY              PIC X(05) VALUE SPACES.
000520 77  AIQ-DONE-SW                PIC X VALUE 'N'.
000530     88  AIQ-DONE                       VALUE 'Y'.
000540 77  AIQ-AGAIN-ANSWER           PIC X VALUE 'N'.
000550
000560*    WHAT THE SCREEN SHOWS FOR THE KEYED LINE.
000570 77  AIQ-TEXT-1                 PIC X(50) VALUE SPACES.
000580 77  AIQ-TEXT-2                 PIC X(50) VALUE SPACES.
000590 77  AIQ-DISPOSITION            PIC X(40) VALUE SPACES.
000600 77  AIQ-DIGITS-TEXT            PIC X(20) VALUE SPACES.
000610 77  AIQ-SOURCE-SHOW            PIC X(08) VALUE SPACES.
000620 77  AIQ-ARCHIVED-SHOW          PIC X(06) VALUE SPACES.
000630
000640 SCREEN SECTION.
000650 01  S-AIQ-OPERATOR-ID.
000660     05  LINE 1 COL 8 VALUE 'Identifiant operateur : '.
000670     05  PIC X(08) TO AIQ-OPERATOR-ID REQUIRED.
000680     05  LINE 1 COL 44 VALUE 'PIN : '.
000690     05  PIC X(06) TO OPS-PIN SECURE.
000700     05  LINE 1 COL 58 VALUE 'Nouveau PIN : '.
000710     05  PIC X(06) TO OPS-NEW-PIN SECURE.
000720
000730 01  S-AIQ-KEY.
000740     05  LINE 3 COL 8 VALUE 'Date du passage (AAAAMMJJ) : '.
000750     05  PIC X(08) TO AIQ-DATE-ENTRY REQUIRED.
000760     05  LINE 3 COL 50 VALUE 'Sequence : '.
000770     05  PIC X(05) TO AIQ-SEQ-ENTRY REQUIRED.
000780
000790 01  S-AIQ-RESULT.
000800     05  LINE 4  COL 8 VALUE 'Texte archive...... : '.
000810     05  LINE 4  COL 30 PIC X(50) FROM AIQ-TEXT-1.
000820     05  LINE 5  COL 30 PIC X(50) FROM AIQ-TEXT-2.
000830     05  LINE 6  COL 8 VALUE 'Disposition........ : '.
000840     05  LINE 6  COL 30 PIC X(40) FROM AIQ-DISPOSITION.
000850     05  LINE 7  COL 8 VALUE 'Chiffres / valeur.. : '.
000860     05  LINE 7  COL 30 PIC X(20) FROM AIQ-DIGITS-TEXT.
000870     05  LINE 8  COL 8 VALUE 'Source............. : '.
000880     05  LINE 8  COL 30 PIC X(08) FROM AIQ-SOURCE-SHOW.
000890     05  LINE 9  COL 8 VALUE 'Archive a (HHMMSS). : '.
000900     05  LINE 9  COL 30 PIC X(06) FROM AIQ-ARCHIVED-SHOW.
000910
000920 01  S-AIQ-AGAIN.
000930     05  LINE 12 COL 8 VALUE 'Autre consultation (O/N) : '.
000940     05  PIC X TO AIQ-AGAIN-ANSWER REQUIRED.
000950
000960 PROCEDURE DIVISION.
000970 0000-MAINLINE.
000980     PERFORM 1000-SIGN-ON THRU 1000-SIGN-ON-EXIT.
000990     PERFORM 2000-ONE-INQUIRY THRU 2000-ONE-INQUIRY-EXIT
001000         UNTIL AIQ-DONE.
001010     GO TO 9999-EXIT.
001020
001030 0000-MAINLINE-EXIT.
001040     EXIT.
001050
001060******************************************************************
001070*    1000-SIGN-ON - INQUIRY NEEDS AUTHORITY LEVEL 1 ON THE
001080*    OPRMAST OPERATOR MASTER, CHECKED THROUGH THE SHARED
001090*    OPRSIGN CALL THE OTHER SCREENS USE.
001100******************************************************************
001110 1000-SIGN-ON.
001120     ACCEPT S-AIQ-OPERATOR-ID.
001130     MOVE AIQ-OPERATOR-ID TO OPS-OPERATOR-ID.
001140     MOVE 1 TO OPS-REQUIRED-LEVEL.
001150     CALL 'OPRSIGN' USING OPS-SIGNON-PARM.
001160     IF OPS-SIGNON-REFUSED
001170         DISPLAY OPS-MESSAGE LINE 2 COL 8
001180         MOVE 'Y' TO AIQ-DONE-SW
001190     END-IF.
001200
001210 1000-SIGN-ON-EXIT.
001220     EXIT.
001230
001240******************************************************************
001250*    2000-ONE-INQUIRY - ACCEPT A RUN DATE AND A SEQUENCE NUMBER,
001260*    READ THE ARCHIVE BY THE PAIR, SHOW THE LINE AND OFFER
001270*    ANOTHER LOOKUP.
001280******************************************************************
001290 2000-ONE-INQUIRY.
001300     MOVE SPACES TO AIQ-TEXT-1 AIQ-TEXT-2 AIQ-DISPOSITION
001310         AIQ-DIGITS-TEXT AIQ-SOURCE-SHOW AIQ-ARCHIVED-SHOW.
001320     ACCEPT S-AIQ-KEY.
001330     IF AIQ-DATE-ENTRY NOT NUMERIC
001340         OR AIQ-SEQ-ENTRY NOT NUMERIC
001350         DISPLAY 'Date ou numero non numerique - reessayer.'
001360             LINE 1
001370         GO TO 2000-ONE-INQUIRY-EXIT
001380     END-IF.
001390     PERFORM 2010-LOOK-UP-ARCHIVE THRU 2010-LOOK-UP-ARCHIVE-EXIT.
001400     DISPLAY S-AIQ-RESULT.
001410     ACCEPT S-AIQ-AGAIN.
001420     IF AIQ-AGAIN-ANSWER = 'O' OR AIQ-AGAIN-ANSWER = 'o'
001430         MOVE 'N' TO AIQ-DONE-SW
001440     ELSE
001450         MOVE 'Y' TO AIQ-DONE-SW
001460     END-IF.
001470
001480 2000-ONE-INQUIRY-EXIT.
001490     EXIT.
001500
001510******************************************************************
001520*    2010-LOOK-UP-ARCHIVE - DIRECT READ BY RUN DATE PLUS
001530*    SEQUENCE NUMBER.  NOT FOUND MEANS THE LINE WAS NOT ON THE
001540*    MASTER THAT NIGHT (REJECTED, NEVER SENT) OR THE NIGHT NEVER
001550*    BALANCED AND SO WAS NEVER ARCHIVED.
001560******************************************************************
001570 2010-LOOK-UP-ARCHIVE.
001580     OPEN INPUT AIQ-ARCHIVE-FILE.
001590     IF AIQ-ARCHIVE-STATUS NOT = '00'
001600         MOVE 'ARCHIVE CALARCHM INDISPONIBLE'
001610             TO AIQ-DISPOSITION
001620         GO TO 2010-LOOK-UP-ARCHIVE-EXIT
001630     END-IF.
001640     MOVE AIQ-DATE-ENTRY TO CLA-RUN-DATE.
001650     MOVE AIQ-SEQ-ENTRY TO CLA-SEQ-NO.
001660     READ AIQ-ARCHIVE-FILE
001670         INVALID KEY
001680             MOVE 'ABSENT DE L ARCHIVE POUR CETTE DATE'
001690                 TO AIQ-DISPOSITION
001700         NOT INVALID KEY
001710             MOVE CLA-CALIB-TEXT(1:50) TO AIQ-TEXT-1
001720             MOVE CLA-CALIB-TEXT(51:50) TO AIQ-TEXT-2
001730             MOVE CLA-SOURCE-ID TO AIQ-SOURCE-SHOW
001740             MOVE CLA-ARCHIVED-TIME TO AIQ-ARCHIVED-SHOW
001750             PERFORM 2012-SET-DISPOSITION
001760                     THRU 2012-SET-DISPOSITION-EXIT
001770     END-READ.
001780     CLOSE AIQ-ARCHIVE-FILE.
001790
001800 2010-LOOK-UP-ARCHIVE-EXIT.
001810     EXIT.
001820
001830 2012-SET-DISPOSITION.
001840     EVALUATE TRUE
001850         WHEN CLA-CALIBRATED
001860             MOVE 'VALIDE - CALIBRE' TO AIQ-DISPOSITION
001870             STRING CLA-FIRST-DIGIT ' / ' CLA-LAST-DIGIT
001880                 ' -> ' CLA-VALUE DELIMITED BY SIZE
001890                 INTO AIQ-DIGITS-TEXT
001900         WHEN CLA-EXCEPTION
001910             MOVE 'VALIDE - EN EXCEPTION (AUCUN CHIFFRE)'
001920                 TO AIQ-DISPOSITION
001930         WHEN OTHER
001940             MOVE 'VALIDE - CHARGE, PAS ENCORE CALIBRE'
001950                 TO AIQ-DISPOSITION
001960     END-EVALUATE.
001970
001980 2012-SET-DISPOSITION-EXIT.
001990     EXIT.
002000
002010 9999-EXIT.
002020     STOP RUN.
