000250*                       DEPENDS ON WORD RECOGNITION.
000260*      2026-08-22  RJB  CAL-STRVALEUR WIDENED TO 100 BYTES ALONG
000270*                       WITH THE FEED'S CALIBRATION TEXT.
000272*      2026-10-15  RJB  THE DIGIT WORDS NOW COME FROM THE CALDICT
000274*                       DICTIONARY (COPYBOOK CALDICTW) IN THE
000276*                       LANGUAGE OF EACH LINE'S SOURCE FEED.
000278*                       WORD TEXT WIDENED TO 10 BYTES, AND ADDED
000279*                       THE SOURCE/LANGUAGE SELECTION FIELDS.
000280******************************************************************
000290 77  CAL-STRVALEUR              PIC X(100).
000300 77  CAL-COUNTER                PIC 9(03).
000510 77  CAL-LAST-SOURCE            PIC 9(02) VALUE ZERO.
000520
000530*    TABLE OF SPELLED-OUT DIGIT WORDS RECOGNIZED BY 3020-CHECK-
000540*    WORD-DIGIT - ENTRY N IS DIGIT N IN THE LINE'S LANGUAGE.
000545*    SET FROM THE DICTIONARY BY 3002-SELECT-LINE-LANGUAGE.
000550 01  CAL-WORD-DIGIT-TABLE.
000560     05  CAL-WD-ENTRY OCCURS 9 TIMES INDEXED BY CAL-WD-IDX.
000570         10  CAL-WD-TEXT        PIC X(10).
000580         10  CAL-WD-LEN         PIC 9(02) COMP.
000590         10  CAL-WD-VALUE       PIC 9.
000600
000610*    SOURCE FEED OF THE LINE ABOUT TO BE CALIBRATED (SPACES =
000620*    NO SOURCE, USE THE DEFAULT LANGUAGE) AND THE SOURCE AND
000630*    LANGUAGE THE WORD TABLE WAS LAST SET UP FOR BY 3002-
000640*    SELECT-LINE-LANGUAGE.
000650 77  CAL-LINE-SOURCE-ID         PIC X(08) VALUE SPACES.
000660 77  CAL-ACTIVE-SOURCE-ID       PIC X(08) VALUE SPACES.
000670 77  CAL-ACTIVE-LANGUAGE        PIC X(02) VALUE SPACES.
000680 77  CAL-LANG-SELECTED-SW       PIC X VALUE 'N'.
000690     88  CAL-LANG-SELECTED              VALUE 'Y'.
000700 77  CAL-DICT-SUB               PIC 9(02) COMP.
000710 77  CAL-DICT-WD-SUB            PIC 9(02) COMP.
000720 77  CAL-LANG-SUB               PIC 9(02) COMP VALUE ZERO.
