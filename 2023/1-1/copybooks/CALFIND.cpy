000200*                        UNTIL CAL-COUNTER > LENGTH OF CAL-STRVALEUR
000210*                    AND MUST HAVE CALLED 3001-INIT-WORD-TABLE
000220*                    ONCE BEFORE THE FIRST LINE IS PROCESSED.
000222*                    A CALLER THAT KNOWS THE LINE'S SOURCE FEED
000224*                    MOVES IT TO CAL-LINE-SOURCE-ID AND PERFORMS
000226*                    3002-SELECT-LINE-LANGUAGE BEFORE THE FINDVAL
000228*                    LOOP; OTHERWISE THE DEFAULT LANGUAGE APPLIES.
000229*                    THE CALLER ALSO COPIES CALDICTW.
000230*    MODIFICATION HISTORY:
000240*      2026-08-08  RJB  ORIGINAL - SPLIT OUT OF 1-1.cbl SO THE
000250*                       BATCH DRIVER CAN SHARE IT.
000264*                       DIGIT (CAL-FIRST-SOURCE/CAL-LAST-SOURCE,
000266*                       0 = NUMERAL, 1-9 = WORD-TABLE ENTRY) SO
000268*                       CALLERS CAN REPORT WORD-RECOGNITION USE.
000270*      2026-10-15  RJB  THE DIGIT WORDS ARE NO LONGER HARDCODED -
000272*                       3001 LOADS THE CALDICT NIGHTLY SNAPSHOT
000274*                       OF THE SUPERVISOR-MAINTAINED DICTIONARY
000275*                       THROUGH CALDLOAD, AND 3002 SETS THE WORD
000276*                       TABLE TO THE LANGUAGE OF THE LINE'S
000277*                       SOURCE FEED.
000280******************************************************************
000290 3000-FINDVAL.
000300     MOVE 'N' TO CAL-THIS-POS-FOUND-SW.
000520     EXIT.
000530
000540 3020-CHECK-WORD-DIGIT.
000545     PERFORM 3022-MATCH-ONE-WORD THRU 3022-MATCH-ONE-WORD-EXIT
000550         VARYING CAL-WD-IDX FROM 1 BY 1
000560         UNTIL CAL-WD-IDX > 9
000570            OR CAL-THIS-POS-FOUND.
000670 3020-CHECK-WORD-DIGIT-EXIT.
000680     EXIT.
000690
000691******************************************************************
000692*    3001-INIT-WORD-TABLE - LOAD THE DICTIONARY SNAPSHOT ONCE PER
000693*    RUN (CALDLOAD FALLS BACK TO THE STANDARD ENGLISH WORDS WHEN
000694*    THERE IS NO SNAPSHOT) AND SET THE WORD TABLE TO THE
000695*    DEFAULT LANGUAGE.
000696******************************************************************
000700 3001-INIT-WORD-TABLE.
000715     CALL 'CALDLOAD' USING CAL-DICTIONARY-AREA.
000720     MOVE 'N' TO CAL-LANG-SELECTED-SW.
000730     MOVE SPACES TO CAL-LINE-SOURCE-ID.
000740     PERFORM 3002-SELECT-LINE-LANGUAGE
000750             THRU 3002-SELECT-LINE-LANGUAGE-EXIT.
001070 3001-INIT-WORD-TABLE-EXIT.
001080     EXIT.
001090
001100*    A LANGUAGE WITH NO WORD FOR A DIGIT LEAVES ITS ENTRY AT
001110*    LENGTH ZERO - NOTHING TO MATCH.
001120 3022-MATCH-ONE-WORD.
001130     IF CAL-WD-LEN(CAL-WD-IDX) = ZERO
001140         GO TO 3022-MATCH-ONE-WORD-EXIT
001150     END-IF.
001160     IF CAL-COUNTER + CAL-WD-LEN(CAL-WD-IDX) - 1
001170             <= LENGTH OF CAL-STRVALEUR
001180         AND CAL-STRVALEUR(CAL-COUNTER:CAL-WD-LEN(CAL-WD-IDX))
001190             = CAL-WD-TEXT(CAL-WD-IDX)
001200                 (1:CAL-WD-LEN(CAL-WD-IDX))
001210         MOVE CAL-WD-VALUE(CAL-WD-IDX) TO CAL-THIS-POS-VALUE
001220         SET CAL-THIS-POS-SOURCE TO CAL-WD-IDX
001230         MOVE 'Y' TO CAL-THIS-POS-FOUND-SW
001240     END-IF.
001250 3022-MATCH-ONE-WORD-EXIT.
001260     EXIT.
001270
001280******************************************************************
001290*    3002-SELECT-LINE-LANGUAGE - LOOK UP THE LANGUAGE OF CAL-
001300*    LINE-SOURCE-ID (THE DEFAULT LANGUAGE WHEN THE SOURCE HAS NO
001310*    ENTRY OF ITS OWN) AND COPY ITS NINE WORDS INTO THE WORD
001320*    TABLE.  A RUN OF LINES FROM THE SAME SOURCE SKIPS THE WORK.
001330******************************************************************
001340 3002-SELECT-LINE-LANGUAGE.
001350     IF CAL-LANG-SELECTED
001360         AND CAL-LINE-SOURCE-ID = CAL-ACTIVE-SOURCE-ID
001370         GO TO 3002-SELECT-LINE-LANGUAGE-EXIT
001380     END-IF.
001390     MOVE CAL-LINE-SOURCE-ID TO CAL-ACTIVE-SOURCE-ID.
001400     MOVE CAL-DICT-DEFAULT-LANG TO CAL-ACTIVE-LANGUAGE.
001410     PERFORM 3003-FIND-SOURCE-LANGUAGE
001420             THRU 3003-FIND-SOURCE-LANGUAGE-EXIT
001430         VARYING CAL-DICT-SUB FROM 1 BY 1
001440         UNTIL CAL-DICT-SUB > CAL-SRC-MAP-COUNT.
001450     MOVE ZERO TO CAL-LANG-SUB.
001460     PERFORM 3004-FIND-LANGUAGE THRU 3004-FIND-LANGUAGE-EXIT
001470         VARYING CAL-DICT-SUB FROM 1 BY 1
001480         UNTIL CAL-DICT-SUB > CAL-LANG-COUNT
001490            OR CAL-LANG-SUB > ZERO.
001500*    A SOURCE MAPPED TO A LANGUAGE THE SNAPSHOT DOES NOT CARRY
001510*    IS READ IN THE DEFAULT LANGUAGE RATHER THAN WITH NO WORDS.
001520     IF CAL-LANG-SUB = ZERO
001530         MOVE CAL-DICT-DEFAULT-LANG TO CAL-ACTIVE-LANGUAGE
001540         PERFORM 3004-FIND-LANGUAGE THRU 3004-FIND-LANGUAGE-EXIT
001550             VARYING CAL-DICT-SUB FROM 1 BY 1
001560             UNTIL CAL-DICT-SUB > CAL-LANG-COUNT
001570                OR CAL-LANG-SUB > ZERO
001580     END-IF.
001590     IF CAL-LANG-SUB = ZERO
001600         MOVE 1 TO CAL-LANG-SUB
001610     END-IF.
001620     PERFORM 3005-COPY-LANGUAGE-WORD
001630             THRU 3005-COPY-LANGUAGE-WORD-EXIT
001640         VARYING CAL-DICT-WD-SUB FROM 1 BY 1
001650         UNTIL CAL-DICT-WD-SUB > 9.
001660     MOVE 'Y' TO CAL-LANG-SELECTED-SW.
001670 3002-SELECT-LINE-LANGUAGE-EXIT.
001680     EXIT.
001690
001700 3003-FIND-SOURCE-LANGUAGE.
001710     IF CAL-SRC-MAP-ID(CAL-DICT-SUB) = CAL-LINE-SOURCE-ID
001720         MOVE CAL-SRC-MAP-LANG(CAL-DICT-SUB)
001730             TO CAL-ACTIVE-LANGUAGE
001740     END-IF.
001750 3003-FIND-SOURCE-LANGUAGE-EXIT.
001760     EXIT.
001770
001780 3004-FIND-LANGUAGE.
001790     IF CAL-LANG-CODE(CAL-DICT-SUB) = CAL-ACTIVE-LANGUAGE
001800         MOVE CAL-DICT-SUB TO CAL-LANG-SUB
001810     END-IF.
001820 3004-FIND-LANGUAGE-EXIT.
001830     EXIT.
001840
001850 3005-COPY-LANGUAGE-WORD.
001860     SET CAL-WD-IDX TO CAL-DICT-WD-SUB.
001870     MOVE CAL-LANG-WORD-TEXT(CAL-LANG-SUB, CAL-DICT-WD-SUB)
001880         TO CAL-WD-TEXT(CAL-WD-IDX).
001890     MOVE CAL-LANG-WORD-LEN(CAL-LANG-SUB, CAL-DICT-WD-SUB)
001900         TO CAL-WD-LEN(CAL-WD-IDX).
001910     MOVE CAL-DICT-WD-SUB TO CAL-WD-VALUE(CAL-WD-IDX).
001920 3005-COPY-LANGUAGE-WORD-EXIT.
001930     EXIT.
