000100******************************************************************
000110*    COPYBOOK.....: GNEXLGW.cpy
000120*    DESCRIPTION...: WORKING-STORAGE LAYOUT FOR THE GNEXLOG
000130*                    CERTIFICATION EXAM LOG, KEPT APART FROM THE
000140*                    GNLOG PRACTICE LOG SO EXAM ROUNDS NEVER
000150*                    COUNT TOWARD A PROFILE, A GOAL OR THE
000160*                    LEADERBOARD, AND PRACTICE ROUNDS NEVER COUNT
000170*                    TOWARD AN EXAM.  guessNumber WRITES A 'B'
000180*                    LINE WHEN A SITTING BEGINS (SO AN ABANDONED
000190*                    SITTING STILL COUNTS AS SAT), AN 'R' LINE PER
000200*                    ROUND AND AN 'S' LINE WITH THE RESULT.  THE
000210*                    LINE IS BUILT HERE AND MOVED TO THE FLAT
000220*                    80-BYTE FD RECORD BEFORE THE WRITE, AS FOR
000230*                    GNLOG.
000240*    MODIFICATION HISTORY:
000250*      2026-10-15  RJB  ORIGINAL.
000260******************************************************************
000270 01  EXL-LOG-LINE.
000280     05  EXL-REC-TYPE           PIC X(01).
000290         88  EXL-SITTING-BEGUN          VALUE 'B'.
000300         88  EXL-ROUND-PLAYED           VALUE 'R'.
000310         88  EXL-SITTING-RESULT         VALUE 'S'.
000320     05  FILLER                 PIC X(01) VALUE SPACES.
000330     05  EXL-OPERATOR-ID        PIC X(08).
000340     05  FILLER                 PIC X(01) VALUE SPACES.
000350     05  EXL-EXAM-ID            PIC X(08).
000360     05  FILLER                 PIC X(01) VALUE SPACES.
000370     05  EXL-SUPERVISOR-ID      PIC X(08).
000380     05  FILLER                 PIC X(01) VALUE SPACES.
000390     05  EXL-DATE               PIC 9(08).
000400     05  EXL-TIME               PIC 9(06).
000410     05  FILLER                 PIC X(01) VALUE SPACES.
000420     05  EXL-ROUND-NO           PIC 9(02).
000430     05  FILLER                 PIC X(01) VALUE SPACES.
000440     05  EXL-SEED               PIC X(08).
000450     05  FILLER                 PIC X(01) VALUE SPACES.
000460     05  EXL-NB-ALEATOIRE       PIC 9(03).
000470     05  FILLER                 PIC X(01) VALUE SPACES.
000480     05  EXL-CTR                PIC 9(03).
000490     05  FILLER                 PIC X(01) VALUE SPACES.
000500     05  EXL-WON-SW             PIC X(01).
000510     05  FILLER                 PIC X(01) VALUE SPACES.
000520     05  EXL-ROUNDS-WON         PIC 9(02).
000530     05  FILLER                 PIC X(01) VALUE SPACES.
000540     05  EXL-RESULT             PIC X(01).
000550         88  EXL-PASSED                 VALUE 'P'.
000560         88  EXL-FAILED                 VALUE 'F'.
000570     05  FILLER                 PIC X(01) VALUE SPACES.
000580     05  EXL-CERT-EXPIRY        PIC 9(08).
000590     05  FILLER                 PIC X(01) VALUE SPACES.
