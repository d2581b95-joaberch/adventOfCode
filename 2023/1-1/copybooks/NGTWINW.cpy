000100******************************************************************
000110*    COPYBOOK.....: NGTWINW.cpy
000120*    DESCRIPTION...: NIGHTJOB WORKING-STORAGE FOR THE NGTHIST
000130*                    BATCH-WINDOW HISTORY, THE NGTSTEPS STEP
000140*                    DEADLINES AND THE FINISH PROJECTION.
000150*                    TIMES ARE TURNED INTO SECONDS INTO A
000160*                    NOON-TO-NOON WINDOW, SO A CHAIN RUNNING
000170*                    THROUGH MIDNIGHT STILL COMPARES CORRECTLY
000180*                    WITH A MORNING DEADLINE.
000190*    MODIFICATION HISTORY:
000200*      2026-10-15  RJB  ORIGINAL.
000210******************************************************************
000220 77  NGT-HISTORY-STATUS         PIC X(02) VALUE '00'.
000230 77  NGT-HIST-EOF-SW            PIC X VALUE 'N'.
000240     88  NGT-HIST-EOF                   VALUE 'Y'.
000250 77  NGT-HIST-OPEN-SW           PIC X VALUE 'N'.
000260     88  NGT-HIST-OPEN                  VALUE 'Y'.
000270 77  NGT-WINDOW-DEADLINE        PIC 9(04) VALUE 0600.
000280 77  NGT-HIST-DAYS              PIC 9(03) VALUE 28.
000290 77  NGT-HIST-CUTOFF            PIC 9(08) VALUE ZERO.
000300 77  NGT-STEP-START-DATE        PIC 9(08) VALUE ZERO.
000310 77  NGT-START-SECS             PIC 9(06) VALUE ZERO.
000320 77  NGT-END-SECS               PIC 9(06) VALUE ZERO.
000330 77  NGT-ELAPSED-SECS           PIC S9(06) VALUE ZERO.
000340 77  NGT-PROJ-SECS              PIC 9(06) VALUE ZERO.
000350 77  NGT-SAVE-STEP              PIC 9(02) VALUE ZERO.
000360 77  NGT-NEXT-STEP              PIC 9(02) VALUE ZERO.
000370 77  NGT-STEPS-BEFORE           PIC 9(02) VALUE ZERO.
000380 77  NGT-LATE-STEP              PIC X(12) VALUE SPACES.
000390 77  NGT-LATE-DEADLINE          PIC 9(04) VALUE ZERO.
000400 77  NGT-LATE-FOUND-SW          PIC X VALUE 'N'.
000410     88  NGT-LATE-FOUND                 VALUE 'Y'.
000420 77  NGT-LATE-ALERTED-SW        PIC X VALUE 'N'.
000430     88  NGT-LATE-ALERTED               VALUE 'Y'.
000440 01  NGT-CLOCK-TIME.
000450     05  NGT-CLOCK-HH           PIC 9(02).
000460     05  NGT-CLOCK-MM           PIC 9(02).
000470     05  NGT-CLOCK-SS           PIC 9(02).
000480 01  NGT-CLOCK-TIME-NUM REDEFINES NGT-CLOCK-TIME
000490                                PIC 9(06).
000500 77  NGT-CLOCK-SECS             PIC 9(06) VALUE ZERO.
000510 01  NGT-PROJ-CLOCK.
000520     05  NGT-PROJ-HH            PIC 9(02).
000530     05  NGT-PROJ-MM            PIC 9(02).
000540 77  NGT-PROJ-REST              PIC 9(06) VALUE ZERO.
000550 01  NGT-DEADLINE-IN.
000560     05  NGT-DEADLINE-IN-HH     PIC X(02).
000570     05  NGT-DEADLINE-IN-MM     PIC X(02).
