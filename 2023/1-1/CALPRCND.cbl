000100******************************************************************
000110*    PROGRAM-ID..: CALPRCND
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: CANDIDATE CALIBRATION RULES FOR THE CALPARL
000170*                   PARALLEL RUN.  CALLED ONCE PER LINE WITH THE
000180*                   CALPRCWL AREA, IT FINDS THE FIRST AND LAST
000190*                   DIGIT AND THE VALUE EXACTLY AS THE NIGHTLY
000200*                   PASS WOULD UNDER THE PROPOSED RULES:
000210*                   - THE DIGIT LOGIC IS THE CALFIND/CALWORK
000220*                     COPYBOOKS THIS MODULE IS COMPILED WITH.  A
000230*                     LOGIC CHANGE IS BUILT WITH THE CANDIDATE
000240*                     COPY LIBRARY CONCATENATED AHEAD OF THE
000250*                     PRODUCTION ONE; BUILT FROM PRODUCTION ALONE
000260*                     IT RUNS TODAY'S LOGIC.
000270*                   - THE DIGIT WORDS ARE THE CALDICTN CANDIDATE
000280*                     DICTIONARY (CALDICT LAYOUT, PREPARED BY THE
000290*                     SUPERVISOR PROPOSING THE EDIT), LOADED
000300*                     THROUGH CALDLOAD ON THE FIRST CALL.  NO
000310*                     CALDICTN MEANS THE PRODUCTION SNAPSHOT.
000320*                   NOTHING IS WRITTEN; THE CALLER DOES THE
000330*                   COMPARING.
000340*    MODIFICATION HISTORY:
000350*      2026-10-15  RJB  ORIGINAL.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. CALPRCND.
000390
000400 DATA DIVISION.
000410 WORKING-STORAGE SECTION.
000420     COPY CALWORK.
000430     COPY CALDICTW.
000440
000450 77  PCN-LOADED-SW              PIC X VALUE 'N'.
000460     88  PCN-RULES-LOADED               VALUE 'Y'.
000470
000480 LINKAGE SECTION.
000490     COPY CALPRCWL.
000500
000510 PROCEDURE DIVISION USING PRC-CANDIDATE-PARM.
000520 0000-MAINLINE.
000530     IF NOT PCN-RULES-LOADED
000540         PERFORM 1000-LOAD-CANDIDATE THRU 1000-LOAD-CANDIDATE-EXIT
000550     END-IF.
000560     PERFORM 2000-CALIBRATE-LINE THRU 2000-CALIBRATE-LINE-EXIT.
000570     GO TO 9999-EXIT.
000580
000590 0000-MAINLINE-EXIT.
000600     EXIT.
000610
000620******************************************************************
000630*    1000-LOAD-CANDIDATE - ASK CALDLOAD FOR THE CANDIDATE
000640*    DICTIONARY AND SET UP THE WORD TABLE, ONCE PER RUN.
000650******************************************************************
000660 1000-LOAD-CANDIDATE.
000670     MOVE 'N' TO CAL-DICT-REQUEST-SW.
000680     PERFORM 3001-INIT-WORD-TABLE THRU 3001-INIT-WORD-TABLE-EXIT.
000690     MOVE 'Y' TO PCN-LOADED-SW.
000700
000710 1000-LOAD-CANDIDATE-EXIT.
000720     EXIT.
000730
000740******************************************************************
000750*    2000-CALIBRATE-LINE - THE SAME DRIVE OF 3000-FINDVAL AND
000760*    THE SAME VALUE BUILD CALDRV USES, RETURNED IN THE CALLER'S
000770*    AREA.  NO DIGIT LEAVES THE DIGITS AND VALUE AT ZERO.
000780******************************************************************
000790 2000-CALIBRATE-LINE.
000800     MOVE PRC-CALIB-TEXT TO CAL-STRVALEUR.
000810     MOVE PRC-SOURCE-ID TO CAL-LINE-SOURCE-ID.
000820     PERFORM 3002-SELECT-LINE-LANGUAGE
000830             THRU 3002-SELECT-LINE-LANGUAGE-EXIT.
000840     MOVE 'N' TO CAL-FOUND-NUMERIC-SW.
000850     PERFORM 3000-FINDVAL THRU 3000-FINDVAL-EXIT
000860         VARYING CAL-COUNTER FROM 1 BY 1
000870         UNTIL CAL-COUNTER > LENGTH OF CAL-STRVALEUR.
000880     MOVE CAL-DICT-LOAD-SW TO PRC-DICT-LOAD-SW.
000890     IF CAL-NUMERIC-NOT-FOUND
000900         MOVE 'N' TO PRC-FOUND-SW
000910         MOVE ZERO TO PRC-FIRST-DIGIT
000920         MOVE ZERO TO PRC-LAST-DIGIT
000930         MOVE ZERO TO PRC-VALUE
000940     ELSE
000950         STRING CAL-FIRST-NUMERIC-VAL CAL-LAST-NUMERIC-VAL
000960             DELIMITED BY SIZE INTO CAL-FULL-NUMERIC-VAL
000970         MOVE CAL-FULL-NUMERIC-VAL TO CAL-FULL-IN-NUMERIC
000980         MOVE 'Y' TO PRC-FOUND-SW
000990         MOVE CAL-FIRST-NUMERIC-VAL TO PRC-FIRST-DIGIT
001000         MOVE CAL-LAST-NUMERIC-VAL TO PRC-LAST-DIGIT
001010         MOVE CAL-FULL-IN-NUMERIC TO PRC-VALUE
001020     END-IF.
001030
001040 2000-CALIBRATE-LINE-EXIT.
001050     EXIT.
001060
001070     COPY CALFIND.
001080
001090 9999-EXIT.
001100     GOBACK.
