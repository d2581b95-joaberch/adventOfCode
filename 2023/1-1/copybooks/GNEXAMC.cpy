000100******************************************************************
000110*    COPYBOOK.....: GNEXAMC.cpy
000120*    DESCRIPTION...: RECORD LAYOUT FOR THE GNEXAM CERTIFICATION
000130*                    EXAM DEFINITION, A ONE-RECORD FILE SET BY A
000140*                    SUPERVISOR ON GNEXMMT.  THE EXAM IS A FIXED
000150*                    SERIES OF ROUNDS: ROUND N DRAWS ITS NUMBER
000160*                    FROM THE SEED EXM-BASE-SEED + N - 1, SO EVERY
000170*                    CANDIDATE FACES THE SAME NUMBERS, OVER THE
000180*                    EXAM'S OWN RANGE AND ATTEMPT CAP.  A
000190*                    CANDIDATE WHO WINS AT LEAST EXM-PASS-MARK
000200*                    ROUNDS IS CERTIFIED ON OPRMAST FOR
000210*                    EXM-VALID-DAYS DAYS.  ANY CHANGE TO THE
000220*                    EXAM GIVES IT A NEW EXM-EXAM-ID, SINCE AN
000230*                    OPERATOR MAY SIT EACH EXAM ONLY ONCE.
000240*    MODIFICATION HISTORY:
000250*      2026-10-15  RJB  ORIGINAL.
000260******************************************************************
000270 01  EXM-EXAM-RECORD.
000280     05  EXM-EXAM-ID            PIC X(08).
000290     05  FILLER                 PIC X(01).
000300     05  EXM-LOW                PIC 9(03).
000310     05  FILLER                 PIC X(01).
000320     05  EXM-HIGH               PIC 9(03).
000330     05  FILLER                 PIC X(01).
000340     05  EXM-MAX-ATTEMPTS       PIC 9(03).
000350     05  FILLER                 PIC X(01).
000360     05  EXM-ROUNDS             PIC 9(02).
000370     05  FILLER                 PIC X(01).
000380     05  EXM-PASS-MARK          PIC 9(02).
000390     05  FILLER                 PIC X(01).
000400     05  EXM-VALID-DAYS         PIC 9(03).
000410     05  FILLER                 PIC X(01).
000420     05  EXM-BASE-SEED          PIC 9(08).
000430     05  FILLER                 PIC X(01).
000440     05  EXM-SET-BY             PIC X(08).
000450     05  FILLER                 PIC X(01).
000460     05  EXM-SET-DATE           PIC 9(08).
