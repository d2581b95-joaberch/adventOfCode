000100******************************************************************
000110*    COPYBOOK.....: CALRATEC.cpy
000120*    DESCRIPTION...: RECORD LAYOUT FOR THE CALRATE INDEXED
000130*                    CHARGEBACK RATE TABLE, KEYED ON THE
000140*                    DONNEE-SOURCE-ID OF THE VENDOR BILLED.  THE
000150*                    ROW KEYED *DEFAULT PRICES EVERY SOURCE THAT
000160*                    HAS NO ROW OF ITS OWN.  ONE RATE PER LINE FOR
000170*                    EACH OF THE SIX STATEMENT CATEGORIES, IN THE
000180*                    ORDER OF THE CALCATW TABLE, THREE WHOLE AND
000190*                    FOUR DECIMAL PLACES.  MAINTAINED BY THE
000200*                    CALRTMNT SCREEN AND READ BY CALCHGBK.
000210*    MODIFICATION HISTORY:
000220*      2026-10-15  RJB  ORIGINAL.
000230******************************************************************
000240 01  RAT-RATE-RECORD.
000250     05  RAT-SOURCE-ID          PIC X(08).
000260     05  RAT-RATES.
000270         10  RAT-RECEIVED-RATE      PIC 9(03)V9(04).
000280         10  RAT-REJECTED-RATE      PIC 9(03)V9(04).
000290         10  RAT-RESUBMITTED-RATE   PIC 9(03)V9(04).
000300         10  RAT-DUPLICATED-RATE    PIC 9(03)V9(04).
000310         10  RAT-CALIBRATED-RATE    PIC 9(03)V9(04).
000320         10  RAT-EXCEPTIONED-RATE   PIC 9(03)V9(04).
000330     05  RAT-RATE-TABLE REDEFINES RAT-RATES.
000340         10  RAT-RATE           PIC 9(03)V9(04) OCCURS 6 TIMES.
000350     05  RAT-SET-BY             PIC X(08).
000360     05  RAT-SET-DATE           PIC X(08).
000370     05  FILLER                 PIC X(06).
