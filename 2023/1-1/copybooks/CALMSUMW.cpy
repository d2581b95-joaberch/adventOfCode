000100******************************************************************
000110*    COPYBOOK.....: CALMSUMW.cpy
000120*    DESCRIPTION...: WORKING-STORAGE LAYOUT OF ONE CLOSED MONTH AS
000130*                    STORED ON THE CALMSUM MONTHLY SUMMARY FILE.
000140*                    CALMONTH BUILDS IT AT A CLOSE AND READS IT
000150*                    BACK FOR A REPRINT; CALPPWRT READS IT TO TELL
000160*                    WHETHER A CORRECTED READING FALLS IN A MONTH
000170*                    ALREADY CLOSED.  THE CLOSED MARKER IS LITERAL
000180*                    SO A HAND-EDITED OR DAMAGED RECORD READS BACK
000190*                    VISIBLY WRONG INSTEAD OF PASSING AS A CLOSE.
000200*    MODIFICATION HISTORY:
000210*      2026-10-15  RJB  ORIGINAL - LIFTED OUT OF CALMONTH.
000220******************************************************************
000230 01  MTH-SUMMARY-LINE.
000240     05  MTH-SUM-MONTH          PIC X(06).
000250     05  FILLER                 PIC X(02) VALUE SPACES.
000260     05  MTH-SUM-RUNS           PIC 9(04).
000270     05  FILLER                 PIC X(02) VALUE SPACES.
000280     05  MTH-SUM-RECORDS        PIC 9(08).
000290     05  FILLER                 PIC X(02) VALUE SPACES.
000300     05  MTH-SUM-EXCEPTIONS     PIC 9(08).
000310     05  FILLER                 PIC X(02) VALUE SPACES.
000320     05  MTH-SUM-TOTAL          PIC 9(10).
000330     05  FILLER                 PIC X(02) VALUE SPACES.
000340     05  MTH-SUM-CLOSED         PIC X(06).
000350         88  MTH-SUM-IS-CLOSED          VALUE 'CLOSED'.
