000100******************************************************************
000110*    COPYBOOK.....: CALPRCWL.cpy
000120*    DESCRIPTION...: PARAMETER AREA FOR THE CALPRCND CANDIDATE
000130*                    CALIBRATION SUBPROGRAM.  THE CALLER FILLS IN
000140*                    THE LINE'S CALIBRATION TEXT AND SOURCE FEED;
000150*                    CALPRCND RETURNS WHETHER THE CANDIDATE RULES
000160*                    FOUND A DIGIT, THE FIRST AND LAST DIGIT, THE
000170*                    VALUE, AND WHICH DICTIONARY THE CANDIDATE
000180*                    RULES WERE LOADED FROM.  COPIED INTO
000190*                    WORKING-STORAGE BY CALPARL AND INTO THE
000200*                    LINKAGE SECTION OF CALPRCND.
000210*    MODIFICATION HISTORY:
000220*      2026-10-15  RJB  ORIGINAL.
000230******************************************************************
000240 01  PRC-CANDIDATE-PARM.
000250     05  PRC-CALIB-TEXT         PIC X(100).
000260     05  PRC-SOURCE-ID          PIC X(08).
000270     05  PRC-FOUND-SW           PIC X(01).
000280         88  PRC-DIGITS-FOUND           VALUE 'Y'.
000290         88  PRC-NO-DIGITS              VALUE 'N'.
000300     05  PRC-FIRST-DIGIT        PIC 9(01).
000310     05  PRC-LAST-DIGIT         PIC 9(01).
000320     05  PRC-VALUE              PIC 9(02).
000330     05  PRC-DICT-LOAD-SW       PIC X(01).
000340         88  PRC-DICT-CANDIDATE         VALUE 'N'.
000350         88  PRC-DICT-PRODUCTION        VALUE 'F'.
000360         88  PRC-DICT-BUILT-IN          VALUE 'B'.
