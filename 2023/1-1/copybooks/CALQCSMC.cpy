000100******************************************************************
000110*    COPYBOOK.....: CALQCSMC.cpy
000120*    DESCRIPTION...: RECORD LAYOUT FOR THE CALQCSMP INDEXED
000130*                    QUALITY-CONTROL SAMPLE, KEYED ON THE RUN DATE
000140*                    PLUS THE SEQUENCE NUMBER.  CALQCSEL DRAWS THE
000150*                    NIGHT'S SAMPLE OF CALIBRATED CALMSTR LINES
000160*                    ONTO IT WITH THE SYSTEM'S DIGITS AND VALUE
000170*                    AND WHERE THE DIGITS CAME FROM; CALQCCHK
000180*                    RECORDS THE VALUE A SECOND OPERATOR READ AND
000190*                    WHETHER IT AGREED; CALQCRP REPORTS ON IT.
000200*                    THE LINE'S TEXT IS KEPT SO IT CAN STILL BE
000210*                    CHECKED AFTER CALLOAD REBUILDS THE MASTER.
000220*    MODIFICATION HISTORY:
000230*      2026-10-15  RJB  ORIGINAL.
000240******************************************************************
000250 01  QCS-SAMPLE-RECORD.
000260     05  QCS-KEY.
000270         10  QCS-RUN-DATE       PIC 9(08).
000280         10  QCS-SEQ-NO         PIC 9(05).
000290     05  QCS-CALIB-TEXT         PIC X(100).
000300     05  QCS-SOURCE-ID          PIC X(08).
000310     05  QCS-FIRST-DIGIT        PIC 9(01).
000320     05  QCS-LAST-DIGIT         PIC 9(01).
000330     05  QCS-VALUE              PIC 9(02).
000340*    WHERE THE SYSTEM'S TWO DIGITS CAME FROM.
000350     05  QCS-DIGIT-SOURCE       PIC X(01).
000360         88  QCS-NUMERALS-ONLY          VALUE 'N'.
000370         88  QCS-WORDS-ONLY             VALUE 'W'.
000380         88  QCS-NUMERAL-AND-WORD       VALUE 'M'.
000390     05  QCS-TEXT-LENGTH        PIC 9(03).
000400     05  QCS-WEIGHT             PIC 9(02).
000410     05  QCS-STATE              PIC X(01).
000420         88  QCS-PENDING                VALUE 'P'.
000430         88  QCS-AGREED                 VALUE 'A'.
000440         88  QCS-DISAGREED              VALUE 'D'.
000450     05  QCS-READ-VALUE         PIC 9(02).
000460     05  QCS-CHECKED-BY         PIC X(08).
000470     05  QCS-CHECKED-DATE       PIC 9(08).
000480     05  QCS-CHECKED-TIME       PIC 9(06).
000490     05  FILLER                 PIC X(10).
