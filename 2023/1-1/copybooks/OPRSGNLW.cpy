000100******************************************************************
000110*    COPYBOOK.....: OPRSGNLW.cpy
000120*    DESCRIPTION...: WORKING-STORAGE LAYOUT FOR ONE LINE OF THE
000130*                    OPRSGNLG SIGN-ON LOG WRITTEN BY OPRSIGN FOR
000140*                    EVERY REFUSAL, LOCKOUT AND PIN CHANGE.  THE
000150*                    LINE IS BUILT HERE AND MOVED TO THE FLAT
000160*                    90-BYTE FD RECORD BEFORE THE WRITE.
000170*    MODIFICATION HISTORY:
000180*      2026-10-15  RJB  ORIGINAL.
000190******************************************************************
000200 01  SGN-LOG-LINE.
000210     05  SGN-LOG-DATE           PIC X(08).
000220     05  FILLER                 PIC X(02) VALUE SPACES.
000230     05  SGN-LOG-TIME           PIC X(06).
000240     05  FILLER                 PIC X(02) VALUE SPACES.
000250     05  SGN-LOG-OPERATOR       PIC X(08).
000260     05  FILLER                 PIC X(02) VALUE SPACES.
000270     05  SGN-LOG-LEVEL          PIC 9(01).
000280     05  FILLER                 PIC X(02) VALUE SPACES.
000290     05  SGN-LOG-EVENT          PIC X(08).
000300     05  FILLER                 PIC X(02) VALUE SPACES.
000310     05  SGN-LOG-MESSAGE        PIC X(40).
