000744*                       THE ALRTLOG CENTRAL ALERT LOG (SHARED
000745*                       ALRTWRT WRITER) INSTEAD OF LIVING ONLY ON
000746*                       THE CONSOLE.
000747*      2026-10-15  RJB  CALIBRATES WITH THE CALDICT WORDS OF EACH
000748*                       LINE'S SOURCE FEED LANGUAGE.
000749******************************************************************
000750 IDENTIFICATION DIVISION.
000760 PROGRAM-ID. CALDRV.
000770
001432
001434 FD  CAL-SRC-CONTROL-FILE
001436     RECORDING MODE IS F.
001438 01  CAL-SRC-CONTROL-RECORD     PIC X(84).
001440
001450 FD  CAL-HISTORY-FILE
001460     RECORDING MODE IS F.
001480
001490 WORKING-STORAGE SECTION.
001500     COPY CALWORK.
001505     COPY CALDICTW.
001510     COPY CALEXCWS.
001520     COPY CALDTLWS.
001530     COPY CALCTLWS.
001870     05  CAL-STAT-LINE-LABEL    PIC X(26).
001880     05  CAL-STAT-LINE-COUNT    PIC ZZZZZZZ9.
001890 01  CAL-STAT-WORD-LINE.
001900     05  CAL-STAT-WORD-LABEL    PIC X(10).
001910     05  FILLER                 PIC X(02) VALUE SPACES.
001920     05  CAL-STAT-WORD-FIRST    PIC ZZZZZ9.
001930     05  FILLER                 PIC X(03) VALUE ' / '.
004420******************************************************************
004430 2030-EXTRACT-AND-ACCUMULATE.
004440     MOVE 'N' TO CAL-FOUND-NUMERIC-SW.
004442     MOVE CALM-SOURCE-ID TO CAL-LINE-SOURCE-ID.
004444     PERFORM 3002-SELECT-LINE-LANGUAGE
004446             THRU 3002-SELECT-LINE-LANGUAGE-EXIT.
004450     PERFORM 3000-FINDVAL THRU 3000-FINDVAL-EXIT
004460         VARYING CAL-COUNTER FROM 1 BY 1
004470         UNTIL CAL-COUNTER > LENGTH OF CAL-STRVALEUR.
005100     MOVE CAL-EXCEPTION-COUNT TO CTL-EXCEPTION-COUNT.
005110     MOVE CAL-RESULT TO CTL-GRAND-TOTAL.
005112     MOVE ZERO TO CTL-FILES-REJECTED.
005114     MOVE ZERO TO CTL-RECORDS-RESUBMITTED.
005120     MOVE CTL-CONTROL-LINE TO CTL-CONTROL-RECORD.
005130     WRITE CTL-CONTROL-RECORD.
005140     CLOSE CAL-CONTROL-FILE.
006240     MOVE 'HITS PER DIGIT WORD (FIRST / LAST)'
006250         TO CAL-STATS-REPORT-RECORD.
006260     WRITE CAL-STATS-REPORT-RECORD.
006262     MOVE SPACES TO CAL-LINE-SOURCE-ID.
006264     PERFORM 3002-SELECT-LINE-LANGUAGE
006266             THRU 3002-SELECT-LINE-LANGUAGE-EXIT.
006270     PERFORM 2062-WRITE-WORD-STAT-LINE
006280             THRU 2062-WRITE-WORD-STAT-LINE-EXIT
006290         VARYING CAL-STAT-WD-SUB FROM 1 BY 1
