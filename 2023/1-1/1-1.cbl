000420*                       LOOPING SO A MISSING OR EMPTY FILE IS
000430*                       DIAGNOSED INSTEAD OF SILENTLY PRODUCING
000440*                       A ZERO-RECORD, ZERO-TOTAL RUN.
000442*      2026-10-15  RJB  DIGIT WORDS COME FROM THE CALDICT WORD-
000444*                       DIGIT DICTIONARY (CALDICTW) IN ITS
000446*                       DEFAULT LANGUAGE - CALINPUT LINES CARRY
000448*                       NO SOURCE FEED IDENTITY.
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. 1-1.
000770
000780 WORKING-STORAGE SECTION.
000790     COPY CALWORK.
000795     COPY CALDICTW.
000800     COPY CALEXCWS.
000810     COPY CALDTLWS.
000820
