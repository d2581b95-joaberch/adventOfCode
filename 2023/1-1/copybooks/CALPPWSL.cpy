000100******************************************************************
000110*    COPYBOOK.....: CALPPWSL.cpy
000120*    DESCRIPTION...: PARAMETER AREA FOR THE SHARED CALPPWRT
000130*                    PRIOR-PERIOD LEDGER WRITER.  THE CALLER FILLS
000140*                    IN WHERE THE CORRECTION CAME FROM AND ITS KEY
000150*                    THERE, THE RUN DATE AND SEQUENCE NUMBER OF
000160*                    THE READING, THE OLD AND NEW VALUES AND WHO
000170*                    KEYED AND APPROVED IT; CALPPWRT SAYS WHETHER
000180*                    THE MONTH WAS STILL OPEN, THE ENTRY WENT ON
000190*                    THE CALPPADJ LEDGER, WAS ALREADY THERE, OR
000200*                    COULD NOT BE WRITTEN.  COPIED INTO
000210*                    WORKING-STORAGE BY EVERY CALLER AND INTO THE
000220*                    LINKAGE SECTION OF CALPPWRT, THE SAME WAY
000230*                    ALRTWSL WORKS FOR ALRTWRT.
000240*    MODIFICATION HISTORY:
000250*      2026-10-15  RJB  ORIGINAL.
000260******************************************************************
000270 01  PPW-ADJUST-PARM.
000280     05  PPW-ORIGIN             PIC X(01).
000290     05  PPW-ORIGIN-KEY         PIC X(19).
000300     05  PPW-READING-DATE       PIC 9(08).
000310     05  PPW-SEQ-NO             PIC 9(05).
000320     05  PPW-OLD-VALUE          PIC 9(02).
000330     05  PPW-NEW-VALUE          PIC 9(02).
000340     05  PPW-RECORDED-BY        PIC X(08).
000350     05  PPW-APPROVED-BY        PIC X(08).
000360     05  PPW-RESULT             PIC X(01).
000370         88  PPW-MONTH-OPEN             VALUE 'O'.
000380         88  PPW-LEDGERED               VALUE 'L'.
000390         88  PPW-ALREADY-LEDGERED       VALUE 'A'.
000400         88  PPW-LEDGER-FAILED          VALUE 'F'.
