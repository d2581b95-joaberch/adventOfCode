000100******************************************************************
000110*    COPYBOOK.....: CALDICTW.cpy
000120*    DESCRIPTION...: IN-MEMORY WORD-DIGIT DICTIONARY, FILLED ONCE
000130*                    PER RUN BY THE CALDLOAD SUBPROGRAM FROM THE
000140*                    CALDICT NIGHTLY SNAPSHOT: UP TO 10 LANGUAGES
000150*                    OF NINE DIGIT WORDS EACH, THE SOURCE-TO-
000160*                    LANGUAGE MAP AND THE DEFAULT LANGUAGE.
000170*                    COPIED INTO WORKING-STORAGE BY EVERY PROGRAM
000180*                    THAT COPIES CALFIND, AND INTO THE LINKAGE
000190*                    SECTION OF CALDLOAD.
000200*    MODIFICATION HISTORY:
000210*      2026-10-15  RJB  ORIGINAL.
000212*      2026-10-15  RJB  ADDED THE REQUEST BYTE - A CALLER THAT
000214*                       SETS CAL-DICT-WANT-CANDIDATE BEFORE THE
000216*                       LOAD GETS THE CALDICTN CANDIDATE
000218*                       DICTIONARY INSTEAD OF CALDICT.
000220******************************************************************
000230 01  CAL-DICTIONARY-AREA.
000240     05  CAL-DICT-LOAD-SW       PIC X(01).
000250         88  CAL-DICT-FROM-FILE         VALUE 'F'.
000260         88  CAL-DICT-BUILT-IN          VALUE 'B'.
000265         88  CAL-DICT-FROM-CANDIDATE    VALUE 'N'.
000270     05  CAL-DICT-DEFAULT-LANG  PIC X(02).
000280     05  CAL-LANG-COUNT         PIC 9(02).
000290     05  CAL-LANG-ENTRY OCCURS 10 TIMES.
000300         10  CAL-LANG-CODE      PIC X(02).
000310         10  CAL-LANG-WORD OCCURS 9 TIMES.
000320             15  CAL-LANG-WORD-TEXT PIC X(10).
000330             15  CAL-LANG-WORD-LEN  PIC 9(02).
000340     05  CAL-SRC-MAP-COUNT      PIC 9(02).
000350     05  CAL-SRC-MAP-ENTRY OCCURS 50 TIMES.
000360         10  CAL-SRC-MAP-ID     PIC X(08).
000370         10  CAL-SRC-MAP-LANG   PIC X(02).
000380     05  CAL-DICT-OVERFLOW-COUNT PIC 9(03).
000390     05  CAL-DICT-REQUEST-SW    PIC X(01) VALUE SPACE.
000400         88  CAL-DICT-WANT-CANDIDATE    VALUE 'N'.
