000100******************************************************************
000110*    COPYBOOK.....: CALDICTC.cpy
000120*    DESCRIPTION...: RECORD LAYOUT FOR THE CALDICTM INDEXED WORD-
000130*                    DIGIT DICTIONARY MASTER AND FOR CALDICT, THE
000140*                    NIGHTLY SNAPSHOT OF IT THE CALIBRATION
000150*                    PROGRAMS ACTUALLY READ.  TWO RECORD TYPES
000160*                    SHARE THE KEY:
000170*                      W - ONE SPELLED-OUT WORD FOR ONE DIGIT IN
000180*                          ONE LANGUAGE (KEY W + LANGUAGE + DIGIT,
000190*                          E.G. WFR7 = 'sept').
000200*                      S - THE LANGUAGE A SOURCE FEED IS WRITTEN
000210*                          IN (KEY S + DONNEE-SOURCE-ID).  SOURCE
000220*                          *DEFAULT SETS THE LANGUAGE FOR ANY
000230*                          SOURCE WITHOUT ITS OWN ENTRY.
000240*                    MAINTAINED BY THE CALDICMT SUPERVISOR
000250*                    SCREEN, COPIED TO CALDICT BY CALDSNAP AT THE
000260*                    TOP OF EACH NIGHT'S CHAIN.
000270*    MODIFICATION HISTORY:
000280*      2026-10-15  RJB  ORIGINAL.
000290******************************************************************
000300 01  DCT-DICT-RECORD.
000310     05  DCT-KEY.
000320         10  DCT-REC-TYPE       PIC X(01).
000330             88  DCT-WORD-ENTRY         VALUE 'W'.
000340             88  DCT-SOURCE-ENTRY       VALUE 'S'.
000350         10  DCT-REC-ID         PIC X(08).
000360         10  DCT-WORD-KEY REDEFINES DCT-REC-ID.
000370             15  DCT-WORD-LANGUAGE  PIC X(02).
000380             15  DCT-WORD-DIGIT     PIC 9(01).
000390             15  FILLER             PIC X(05).
000400     05  DCT-DATA               PIC X(10).
000410     05  DCT-WORD-DATA REDEFINES DCT-DATA.
000420         10  DCT-WORD-TEXT      PIC X(10).
000430     05  DCT-SOURCE-DATA REDEFINES DCT-DATA.
000440         10  DCT-SRC-LANGUAGE   PIC X(02).
000450         10  FILLER             PIC X(08).
000460     05  DCT-SET-BY             PIC X(08).
000470     05  DCT-SET-DATE           PIC X(08).
000480     05  FILLER                 PIC X(05).
