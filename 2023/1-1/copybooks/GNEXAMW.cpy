000100******************************************************************
000110*    COPYBOOK.....: GNEXAMW.cpy
000120*    DESCRIPTION...: WORKING-STORAGE FOR THE guessNumber
000130*                    CERTIFICATION EXAM: THE EXAM AS LOADED FROM
000140*                    GNEXAM, THE SUPERVISOR WATCHING THE SITTING,
000150*                    AND HOW THE SITTING IS GOING.  THE GNEXAM
000160*                    FIELDS ARE COPIED HERE ONLY AFTER THEY PASS
000170*                    THE SAME CHECKS GNEXMMT APPLIES.
000180*    MODIFICATION HISTORY:
000190*      2026-10-15  RJB  ORIGINAL.
000200******************************************************************
000210 77  GN-EXAM-AVAIL-SW           PIC X VALUE 'N'.
000220     88  GN-EXAM-AVAILABLE              VALUE 'Y'.
000230 77  GN-EXAM-MODE-SW            PIC X VALUE 'N'.
000240     88  GN-EXAM-MODE                   VALUE 'Y'.
000250 77  GN-EXAM-REFUSED-SW         PIC X VALUE 'N'.
000260     88  GN-EXAM-REFUSED                VALUE 'Y'.
000270 77  GN-PRIOR-SITTING-SW        PIC X VALUE 'N'.
000280     88  GN-PRIOR-SITTING               VALUE 'Y'.
000290 77  GN-EXLOG-EOF-SW            PIC X VALUE 'N'.
000300     88  GN-EXLOG-EOF                   VALUE 'Y'.
000310 77  GN-EXLOG-FAIL-SW           PIC X VALUE 'N'.
000320     88  GN-EXLOG-FAILED                VALUE 'Y'.
000330
000340 77  GN-EXAM-ANSWER             PIC X VALUE SPACE.
000350 77  GN-SUPERVISOR-ID           PIC X(08) VALUE SPACES.
000360 77  GN-EXAM-ID                 PIC X(08) VALUE SPACES.
000370 77  GN-EXAM-LOW                PIC 9(03) VALUE ZERO.
000380 77  GN-EXAM-HIGH               PIC 9(03) VALUE ZERO.
000390 77  GN-EXAM-MAX-ATTEMPTS       PIC 9(03) VALUE ZERO.
000400 77  GN-EXAM-ROUNDS             PIC 9(02) VALUE ZERO.
000410 77  GN-EXAM-PASS-MARK          PIC 9(02) VALUE ZERO.
000420 77  GN-EXAM-VALID-DAYS         PIC 9(03) VALUE ZERO.
000430 77  GN-EXAM-BASE-SEED          PIC 9(08) VALUE ZERO.
000440 77  GN-EXAM-ROUND              PIC 9(02) VALUE ZERO.
000450 77  GN-EXAM-ROUNDS-WON         PIC 9(02) VALUE ZERO.
000460 77  GN-EXAM-SEED-NUM           PIC 9(08) VALUE ZERO.
000470 77  GN-EXAM-TODAY              PIC 9(08) VALUE ZERO.
000480 77  GN-EXAM-EXPIRY             PIC 9(08) VALUE ZERO.
000490 77  GN-EXAM-RESULT             PIC X(01) VALUE SPACE.
000500 77  GN-EXAM-TEXT               PIC X(50) VALUE SPACES.
