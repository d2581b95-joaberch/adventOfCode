000100******************************************************************
000110*    PROGRAM-ID..: CALDLOAD
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: SHARED WORD-DIGIT DICTIONARY LOADER.  CALLED
000170*                   ONCE PER RUN FROM 3001-INIT-WORD-TABLE
000180*                   (COPYBOOK CALFIND) WITH THE CALDICTW AREA, IT
000190*                   FILLS THE AREA FROM CALDICT - THE SNAPSHOT OF
000200*                   THE CALDICTM MASTER CALDSNAP TAKES AT THE TOP
000210*                   OF EACH NIGHT - SO EVERY PROGRAM THAT FINDS
000220*                   DIGITS READS THE SAME WORDS FOR THE WHOLE
000230*                   NIGHT, WHATEVER A SUPERVISOR CHANGES ON THE
000240*                   MASTER IN THE MEANTIME.  THE STANDARD ENGLISH
000250*                   WORDS ARE ALWAYS LOADED FIRST AS LANGUAGE EN
000260*                   (DICTIONARY EN ENTRIES REPLACE THEM), SO A
000270*                   MISSING SNAPSHOT LEAVES THE CHAIN CALIBRATING
000280*                   EXACTLY AS IT ALWAYS HAS.
000282*                   A CALLER THAT ASKS FOR THE CANDIDATE
000284*                   DICTIONARY (CALPRCND, FOR THE CALPARL
000286*                   PARALLEL RUN) IS FILLED FROM CALDICTN INSTEAD,
000288*                   OR FROM CALDICT WHEN THERE IS NO CANDIDATE.
000290*    MODIFICATION HISTORY:
000300*      2026-10-15  RJB  ORIGINAL.
000302*      2026-10-15  RJB  LOADS THE CALDICTN CANDIDATE DICTIONARY
000304*                       WHEN THE CALLER SETS THE CALDICTW REQUEST
000306*                       BYTE.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CALDLOAD.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT DLD-DICT-FILE ASSIGN TO 'CALDICT'
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS DLD-DICT-STATUS.
000402
000404     SELECT DLD-CAND-FILE ASSIGN TO 'CALDICTN'
000406         ORGANIZATION IS LINE SEQUENTIAL
000408         FILE STATUS IS DLD-CAND-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  DLD-DICT-FILE
000450     RECORDING MODE IS F.
000460 01  DLD-DICT-RECORD            PIC X(40).
000462
000464 FD  DLD-CAND-FILE
000466     RECORDING MODE IS F.
000468 01  DLD-CAND-RECORD            PIC X(40).
000470
000480 WORKING-STORAGE SECTION.
000490     COPY CALDICTC.
000500
000510 77  DLD-DICT-STATUS            PIC X(02) VALUE '00'.
000512 77  DLD-CAND-STATUS            PIC X(02) VALUE '00'.
000514 77  DLD-REQUEST-SW             PIC X VALUE SPACE.
000516 77  DLD-READ-SW                PIC X VALUE 'P'.
000518     88  DLD-READING-CANDIDATE          VALUE 'N'.
000520 77  DLD-EOF-SW                 PIC X VALUE 'N'.
000530     88  DLD-END-OF-FILE                VALUE 'Y'.
000540 77  DLD-DIGIT                  PIC 9(02) COMP.
000550 77  DLD-LANG-SUB               PIC 9(02) COMP.
000560 77  DLD-SCAN-SUB               PIC 9(02) COMP.
000570 77  DLD-WORD-LEN               PIC 9(02) VALUE ZERO.
000580 77  DLD-WORD-TEXT              PIC X(10) VALUE SPACES.
000590 77  DLD-ENTRY-COUNT            PIC 9(05) VALUE ZERO.
000600
000610*    THE STANDARD ENGLISH DIGIT WORDS - THE WORDS THE SHOP
000620*    RECOGNIZED BEFORE THE DICTIONARY EXISTED.
000630 01  DLD-ENGLISH-VALUES.
000640     05  FILLER                 PIC X(10) VALUE 'one'.
000650     05  FILLER                 PIC X(10) VALUE 'two'.
000660     05  FILLER                 PIC X(10) VALUE 'three'.
000670     05  FILLER                 PIC X(10) VALUE 'four'.
000680     05  FILLER                 PIC X(10) VALUE 'five'.
000690     05  FILLER                 PIC X(10) VALUE 'six'.
000700     05  FILLER                 PIC X(10) VALUE 'seven'.
000710     05  FILLER                 PIC X(10) VALUE 'eight'.
000720     05  FILLER                 PIC X(10) VALUE 'nine'.
000730 01  DLD-ENGLISH-TABLE REDEFINES DLD-ENGLISH-VALUES.
000740     05  DLD-ENGLISH-WORD       PIC X(10) OCCURS 9 TIMES.
000750
000760 LINKAGE SECTION.
000770     COPY CALDICTW.
000780
000790 PROCEDURE DIVISION USING CAL-DICTIONARY-AREA.
000800 0000-MAINLINE.
000810     PERFORM 1000-LOAD-BUILT-IN THRU 1000-LOAD-BUILT-IN-EXIT.
000820     PERFORM 2000-LOAD-SNAPSHOT THRU 2000-LOAD-SNAPSHOT-EXIT.
000830     PERFORM 3000-CHECK-DEFAULT THRU 3000-CHECK-DEFAULT-EXIT.
000840     GO TO 9999-EXIT.
000850
000860 0000-MAINLINE-EXIT.
000870     EXIT.
000880
000890******************************************************************
000900*    1000-LOAD-BUILT-IN - CLEAR THE AREA AND PUT THE STANDARD
000910*    ENGLISH WORDS IN AS LANGUAGE 1, THE DEFAULT LANGUAGE UNTIL
000915*    THE SNAPSHOT SAYS OTHERWISE.  THE CALLER'S REQUEST BYTE
000920*    SURVIVES THE CLEAR.
000925******************************************************************
000930 1000-LOAD-BUILT-IN.
000935     MOVE CAL-DICT-REQUEST-SW TO DLD-REQUEST-SW.
000940     INITIALIZE CAL-DICTIONARY-AREA.
000945     MOVE DLD-REQUEST-SW TO CAL-DICT-REQUEST-SW.
000960     MOVE 'B' TO CAL-DICT-LOAD-SW.
000970     MOVE 'EN' TO CAL-DICT-DEFAULT-LANG.
000980     MOVE 1 TO CAL-LANG-COUNT.
000990     MOVE 1 TO DLD-LANG-SUB.
001000     MOVE 'EN' TO CAL-LANG-CODE(DLD-LANG-SUB).
001010     PERFORM 1010-LOAD-ENGLISH-WORD
001020             THRU 1010-LOAD-ENGLISH-WORD-EXIT
001030         VARYING DLD-DIGIT FROM 1 BY 1
001040         UNTIL DLD-DIGIT > 9.
001050
001060 1000-LOAD-BUILT-IN-EXIT.
001070     EXIT.
001080
001090 1010-LOAD-ENGLISH-WORD.
001100     MOVE DLD-ENGLISH-WORD(DLD-DIGIT) TO DLD-WORD-TEXT.
001110     PERFORM 2030-STORE-WORD THRU 2030-STORE-WORD-EXIT.
001120
001130 1010-LOAD-ENGLISH-WORD-EXIT.
001140     EXIT.
001150
001160******************************************************************
001170*    2000-LOAD-SNAPSHOT - ONE CALDICT RECORD PER WORD OR SOURCE
001180*    ENTRY.  NO SNAPSHOT (THE DICTIONARY HAS NEVER BEEN SET UP,
001190*    OR CALDSNAP HAS NOT YET RUN) IS NOT AN ERROR - THE BUILT-IN
001195*    ENGLISH WORDS STAND.  A CANDIDATE REQUEST READS CALDICTN,
001200*    THE SAME LAYOUT, WHEN THERE IS ONE.
001205******************************************************************
001210 2000-LOAD-SNAPSHOT.
001215     MOVE ZERO TO DLD-ENTRY-COUNT.
001220     MOVE 'P' TO DLD-READ-SW.
001225     IF CAL-DICT-WANT-CANDIDATE
001230         PERFORM 2005-OPEN-CANDIDATE THRU 2005-OPEN-CANDIDATE-EXIT
001235     END-IF.
001240     IF NOT DLD-READING-CANDIDATE
001245         OPEN INPUT DLD-DICT-FILE
001250         IF DLD-DICT-STATUS NOT = '00'
001255             DISPLAY 'CALDICT NOT AVAILABLE - STATUS: '
001260                 DLD-DICT-STATUS ' - STANDARD ENGLISH DIGIT WORDS'
001265             GO TO 2000-LOAD-SNAPSHOT-EXIT
001270         END-IF
001275     END-IF.
001280     MOVE 'N' TO DLD-EOF-SW.
001285     PERFORM 2010-LOAD-ONE-ENTRY THRU 2010-LOAD-ONE-ENTRY-EXIT
001290         UNTIL DLD-END-OF-FILE.
001295     IF DLD-READING-CANDIDATE
001300         CLOSE DLD-CAND-FILE
001305         MOVE 'N' TO CAL-DICT-LOAD-SW
001310     ELSE
001315         CLOSE DLD-DICT-FILE
001320         MOVE 'F' TO CAL-DICT-LOAD-SW
001325     END-IF.
001330     IF CAL-DICT-OVERFLOW-COUNT > ZERO
001335         DISPLAY 'DICTIONARY ENTRIES BEYOND THE TABLE LIMITS '
001370             'IGNORED: ' CAL-DICT-OVERFLOW-COUNT
001380     END-IF.
001390
001400 2000-LOAD-SNAPSHOT-EXIT.
001410     EXIT.
001420
001421*    NO CANDIDATE FILE LEAVES THE CANDIDATE ON THE PRODUCTION
001422*    SNAPSHOT - ONLY A LOGIC CHANGE CAN THEN MOVE A LINE.
001423 2005-OPEN-CANDIDATE.
001424     OPEN INPUT DLD-CAND-FILE.
001425     IF DLD-CAND-STATUS = '00'
001426         MOVE 'N' TO DLD-READ-SW
001427     ELSE
001428         DISPLAY 'CALDICTN NOT AVAILABLE - STATUS: '
001429             DLD-CAND-STATUS ' - CANDIDATE USES CALDICT'
001430     END-IF.
001431
001432 2005-OPEN-CANDIDATE-EXIT.
001433     EXIT.
001434
001435 2010-LOAD-ONE-ENTRY.
001437     IF DLD-READING-CANDIDATE
001439         READ DLD-CAND-FILE INTO DCT-DICT-RECORD
001441             AT END
001443                 MOVE 'Y' TO DLD-EOF-SW
001445         END-READ
001447     ELSE
001449         READ DLD-DICT-FILE INTO DCT-DICT-RECORD
001451             AT END
001453                 MOVE 'Y' TO DLD-EOF-SW
001455         END-READ
001457     END-IF.
001459     IF DLD-END-OF-FILE
001461         GO TO 2010-LOAD-ONE-ENTRY-EXIT
001463     END-IF.
001465     ADD 1 TO DLD-ENTRY-COUNT.
001510     EVALUATE TRUE
001520         WHEN DCT-WORD-ENTRY
001530             PERFORM 2020-LOAD-WORD THRU 2020-LOAD-WORD-EXIT
001540         WHEN DCT-SOURCE-ENTRY
001550             PERFORM 2040-LOAD-SOURCE THRU 2040-LOAD-SOURCE-EXIT
001560         WHEN OTHER
001570             CONTINUE
001580     END-EVALUATE.
001590
001600 2010-LOAD-ONE-ENTRY-EXIT.
001610     EXIT.
001620
001630******************************************************************
001640*    2020-LOAD-WORD - FILE THE WORD UNDER ITS LANGUAGE, OPENING A
001650*    NEW LANGUAGE ENTRY THE FIRST TIME ONE IS SEEN.  A MALFORMED
001660*    ENTRY (NO DIGIT, NO TEXT) IS PASSED OVER.
001670******************************************************************
001680 2020-LOAD-WORD.
001690     IF DCT-WORD-DIGIT NOT NUMERIC OR DCT-WORD-DIGIT = ZERO
001700             OR DCT-WORD-TEXT = SPACES
001710             OR DCT-WORD-LANGUAGE = SPACES
001720         GO TO 2020-LOAD-WORD-EXIT
001730     END-IF.
001740     MOVE ZERO TO DLD-LANG-SUB.
001750     PERFORM 2025-FIND-LANGUAGE THRU 2025-FIND-LANGUAGE-EXIT
001760         VARYING DLD-SCAN-SUB FROM 1 BY 1
001770         UNTIL DLD-SCAN-SUB > CAL-LANG-COUNT
001780            OR DLD-LANG-SUB > ZERO.
001790     IF DLD-LANG-SUB = ZERO
001800         IF CAL-LANG-COUNT >= 10
001810             ADD 1 TO CAL-DICT-OVERFLOW-COUNT
001820             GO TO 2020-LOAD-WORD-EXIT
001830         END-IF
001840         ADD 1 TO CAL-LANG-COUNT
001850         MOVE CAL-LANG-COUNT TO DLD-LANG-SUB
001860         MOVE DCT-WORD-LANGUAGE TO CAL-LANG-CODE(DLD-LANG-SUB)
001870     END-IF.
001880     MOVE DCT-WORD-DIGIT TO DLD-DIGIT.
001890     MOVE DCT-WORD-TEXT TO DLD-WORD-TEXT.
001900     PERFORM 2030-STORE-WORD THRU 2030-STORE-WORD-EXIT.
001910
001920 2020-LOAD-WORD-EXIT.
001930     EXIT.
001940
001950 2025-FIND-LANGUAGE.
001960     IF CAL-LANG-CODE(DLD-SCAN-SUB) = DCT-WORD-LANGUAGE
001970         MOVE DLD-SCAN-SUB TO DLD-LANG-SUB
001980     END-IF.
001990
002000 2025-FIND-LANGUAGE-EXIT.
002010     EXIT.
002020
002030******************************************************************
002040*    2030-STORE-WORD - WORD TEXT AND ITS LENGTH (THE WORD HAS NO
002050*    EMBEDDED SPACE - CALDICMT REFUSES ONE) INTO LANGUAGE
002060*    DLD-LANG-SUB, DIGIT DLD-DIGIT.
002070******************************************************************
002080 2030-STORE-WORD.
002090     MOVE ZERO TO DLD-WORD-LEN.
002100     INSPECT DLD-WORD-TEXT TALLYING DLD-WORD-LEN
002110         FOR CHARACTERS BEFORE INITIAL SPACE.
002120     MOVE DLD-WORD-TEXT
002130         TO CAL-LANG-WORD-TEXT(DLD-LANG-SUB, DLD-DIGIT).
002140     MOVE DLD-WORD-LEN
002150         TO CAL-LANG-WORD-LEN(DLD-LANG-SUB, DLD-DIGIT).
002160
002170 2030-STORE-WORD-EXIT.
002180     EXIT.
002190
002200******************************************************************
002210*    2040-LOAD-SOURCE - SOURCE *DEFAULT SETS THE DEFAULT
002220*    LANGUAGE; ANY OTHER SOURCE GOES ON THE SOURCE MAP.
002230******************************************************************
002240 2040-LOAD-SOURCE.
002250     IF DCT-SRC-LANGUAGE = SPACES
002260         GO TO 2040-LOAD-SOURCE-EXIT
002270     END-IF.
002280     IF DCT-REC-ID = '*DEFAULT'
002290         MOVE DCT-SRC-LANGUAGE TO CAL-DICT-DEFAULT-LANG
002300         GO TO 2040-LOAD-SOURCE-EXIT
002310     END-IF.
002320     IF CAL-SRC-MAP-COUNT >= 50
002330         ADD 1 TO CAL-DICT-OVERFLOW-COUNT
002340         GO TO 2040-LOAD-SOURCE-EXIT
002350     END-IF.
002360     ADD 1 TO CAL-SRC-MAP-COUNT.
002370     MOVE DCT-REC-ID TO CAL-SRC-MAP-ID(CAL-SRC-MAP-COUNT).
002380     MOVE DCT-SRC-LANGUAGE TO CAL-SRC-MAP-LANG(CAL-SRC-MAP-COUNT).
002390
002400 2040-LOAD-SOURCE-EXIT.
002410     EXIT.
002420
002430******************************************************************
002440*    3000-CHECK-DEFAULT - A DEFAULT LANGUAGE WITH NO WORDS IN THE
002450*    SNAPSHOT WOULD LEAVE EVERY UNMAPPED SOURCE WITH NOTHING TO
002460*    MATCH; FALL BACK TO ENGLISH AND SAY SO.
002470******************************************************************
002480 3000-CHECK-DEFAULT.
002490     MOVE ZERO TO DLD-LANG-SUB.
002500     MOVE CAL-DICT-DEFAULT-LANG TO DCT-WORD-LANGUAGE.
002510     PERFORM 2025-FIND-LANGUAGE THRU 2025-FIND-LANGUAGE-EXIT
002520         VARYING DLD-SCAN-SUB FROM 1 BY 1
002530         UNTIL DLD-SCAN-SUB > CAL-LANG-COUNT
002540            OR DLD-LANG-SUB > ZERO.
002550     IF DLD-LANG-SUB = ZERO
002560         DISPLAY 'CALDICT DEFAULT LANGUAGE ' CAL-DICT-DEFAULT-LANG
002570             ' HAS NO WORDS - ENGLISH USED'
002580         MOVE 'EN' TO CAL-DICT-DEFAULT-LANG
002590     END-IF.
002600
002610 3000-CHECK-DEFAULT-EXIT.
002620     EXIT.
002630
002640 9999-EXIT.
002650     GOBACK.
