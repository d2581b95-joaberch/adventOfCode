000100******************************************************************
000110*    COPYBOOK.....: CALCATW.cpy
000120*    DESCRIPTION...: THE SIX CHARGEBACK STATEMENT CATEGORIES, IN
000130*                    THE ORDER OF THE RATES ON CALRATE AND THE
000140*                    COUNTS ON CALSRCHS.  THE NAME IS WHAT PRINTS
000150*                    ON THE STATEMENT, GOES TO THE BILLING
000160*                    EXTRACT AND IS WRITTEN ON THE RATE AUDIT.
000170*    MODIFICATION HISTORY:
000180*      2026-10-15  RJB  ORIGINAL.
000190******************************************************************
000200 01  CAT-CATEGORY-VALUES.
000210     05  FILLER                 PIC X(11) VALUE 'RECEIVED'.
000220     05  FILLER                 PIC X(11) VALUE 'REJECTED'.
000230     05  FILLER                 PIC X(11) VALUE 'RESUBMITTED'.
000240     05  FILLER                 PIC X(11) VALUE 'DUPLICATED'.
000250     05  FILLER                 PIC X(11) VALUE 'CALIBRATED'.
000260     05  FILLER                 PIC X(11) VALUE 'EXCEPTION'.
000270 01  CAT-CATEGORY-TABLE REDEFINES CAT-CATEGORY-VALUES.
000280     05  CAT-CATEGORY-NAME      PIC X(11) OCCURS 6 TIMES.
000290 77  CAT-CATEGORY-COUNT         PIC 9(02) VALUE 6.
