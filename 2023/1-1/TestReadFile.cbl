000699*                       NIGHT WHOSE REJECT COUNT TOPS THE
000701*                       ALRTPARM THRESHOLD (DEFAULT 25) IS A
000702*                       WARNING.
000703*      2026-10-15  RJB  CHECKS ARRIVALS AGAINST THE SRCREG
000704*                       REGISTRY: MISSING, LOW OR HIGH VOLUME AND
000705*                       UNREGISTERED SOURCES ARE ALERTED AND
000706*                       WRITTEN TO SRCCHK FOR MORNRPT.
000707******************************************************************
000708 IDENTIFICATION DIVISION.
000709 PROGRAM-ID. TestReadFile.
000710
000720 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS TRF-RECYCLE-STATUS.
000940
000941     SELECT TRF-REGISTRY-FILE ASSIGN TO 'SRCREG'
000942         ORGANIZATION IS INDEXED
000943         ACCESS MODE IS DYNAMIC
000944         RECORD KEY IS SRG-SOURCE-ID
000945         FILE STATUS IS TRF-REGISTRY-STATUS.
000946
000950     SELECT TRF-TRACK-FILE ASSIGN TO 'REJTRACK'
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS TRF-TRACK-STATUS.
000980
000982     SELECT TRF-SRC-CHECK-FILE ASSIGN TO 'SRCCHK'
000984         ORGANIZATION IS LINE SEQUENTIAL
000986         FILE STATUS IS TRF-SRC-CHECK-STATUS.
000988
000990     SELECT TRF-CONTROL-FILE ASSIGN TO 'TRFCTL'
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS TRF-CONTROL-STATUS.
001220     RECORDING MODE IS F.
001230 01  TRF-RECYCLE-RECORD             PIC X(105).
001240
001242 FD  TRF-REGISTRY-FILE.
001244     COPY SRCREGC.
001246
001250 FD  TRF-TRACK-FILE
001260     RECORDING MODE IS F.
001270 01  TRF-TRACK-RECORD               PIC X(39).
001280
001282 FD  TRF-SRC-CHECK-FILE
001284     RECORDING MODE IS F.
001286 01  TRF-SRC-CHECK-RECORD           PIC X(55).
001288
001290 FD  TRF-CONTROL-FILE
001300     RECORDING MODE IS F.
001310     COPY CALCTLRC.
001312
001314 FD  TRF-SRC-CONTROL-FILE
001316     RECORDING MODE IS F.
001318 01  TRF-SRC-CONTROL-RECORD         PIC X(84).
001321
001322 FD  TRF-ALERT-PARM-FILE
001323     RECORDING MODE IS F.
001340     COPY CALCTLWS.
001350     COPY DONNEE.
001352     COPY ALRTWSL.
001356     COPY SRCCHKW.
001360 01  TRF-REJECT-LINE.
001370     05  TRF-REJECT-TEXT            PIC X(105).
001380     05  FILLER                     PIC X(02) VALUE SPACES.
001650 77  TRF-RECYCLE-EOF-SW             PIC X VALUE 'N'.
001660     88  TRF-RECYCLE-EOF                    VALUE 'Y'.
001670 77  TRF-BAD-STATUS-COUNT           PIC 9(04) VALUE ZERO.
001673 77  TRF-SRC-RECEIVED               PIC 9(06) VALUE ZERO.
001676 77  TRF-SRC-CHECK-COUNT            PIC 9(04) VALUE ZERO.
001680
001681*    EXPECTED-FEED CHECK AGAINST THE SRCREG REGISTRY.  THE DAY OF
001682*    THE WEEK RUNS 1 (MONDAY) TO 7 (SUNDAY), AS IN SRCREG.
001683 77  TRF-REGISTRY-STATUS            PIC X(02) VALUE '00'.
001684 77  TRF-SRC-CHECK-STATUS           PIC X(02) VALUE '00'.
001685 77  TRF-REGISTRY-EOF-SW            PIC X VALUE 'N'.
001686     88  TRF-REGISTRY-EOF                   VALUE 'Y'.
001687 77  TRF-WEEKDAY                    PIC 9(01) COMP VALUE ZERO.
001688 77  TRF-WEEK-COUNT                 PIC 9(07) VALUE ZERO.
001689
001690 77  TRF-REJECT-REASON-TEXT         PIC X(44) VALUE SPACES.
001691 77  TRF-SRC-CONTROL-STATUS         PIC X(02) VALUE '00'.
001692 77  TRF-ALERT-PARM-STATUS          PIC X(02) VALUE '00'.
004464             THRU 8020-WRITE-SOURCE-CONTROLS-EXIT.
004466     PERFORM 8030-CHECK-REJECT-ALERT
004468             THRU 8030-CHECK-REJECT-ALERT-EXIT.
004469     PERFORM 8040-CHECK-ARRIVALS THRU 8040-CHECK-ARRIVALS-EXIT.
004470
004480 8000-CONTROL-REPORT-EXIT.
004490     EXIT.
004730     MOVE ZERO TO CTL-EXCEPTION-COUNT.
004740     MOVE ZERO TO CTL-GRAND-TOTAL.
004742     MOVE TRF-FILES-REJECTED-COUNT TO CTL-FILES-REJECTED.
004746     MOVE ZERO TO CTL-RECORDS-RESUBMITTED.
004750     MOVE CTL-CONTROL-LINE TO CTL-CONTROL-RECORD.
004760     WRITE CTL-CONTROL-RECORD.
004770     CLOSE TRF-CONTROL-FILE.
004887         MOVE 0 TO RETURN-CODE
004888     END-IF.
004889     GOBACK.
004890
004900******************************************************************
004910*    8040-CHECK-ARRIVALS - A VENDOR THAT FAILS TO DELIVER LEAVES
004920*    NO NAME ON FILELIST, SO THE INGEST ALONE WOULD LOOK CLEAN.
004930*    WALK THE SRCREG REGISTRY: EVERY ACTIVE SOURCE DUE TODAY THAT
004940*    SENT NOTHING IS MISSING, AND EVERY SOURCE THAT SENT A COUNT
004950*    OUTSIDE ITS MIN-MAX RANGE IS LOW OR HIGH VOLUME.  THEN LOOK
004960*    UP EVERY SOURCE THAT DELIVERED; ONE WITHOUT A REGISTRY ROW
004970*    (THE RECYCLE PASS EXCEPTED) IS UNREGISTERED.  A SOURCE WHOSE
004980*    ONLY FILE WAS REJECTED WHOLE NEVER REACHED THE SOURCE TABLE
004990*    AND SO SHOWS AS MISSING AS WELL.  SRCCHK IS REWRITTEN EVERY
005000*    NIGHT, EMPTY ON A CLEAN NIGHT, SO MORNRPT NEVER SHOWS
005010*    YESTERDAY'S FINDINGS.  NO REGISTRY YET MEANS NO CHECK.
005020******************************************************************
005030 8040-CHECK-ARRIVALS.
005040     OPEN OUTPUT TRF-SRC-CHECK-FILE.
005050     IF TRF-SRC-CHECK-STATUS NOT = '00'
005060         DISPLAY 'UNABLE TO OPEN SRCCHK - STATUS: '
005070             TRF-SRC-CHECK-STATUS
005080         MOVE TRF-SRC-CHECK-STATUS TO TRF-CHECK-STATUS
005090         PERFORM 2090-RECORD-BAD-STATUS
005100                 THRU 2090-RECORD-BAD-STATUS-EXIT
005110         GO TO 8040-CHECK-ARRIVALS-EXIT
005120     END-IF.
005130     OPEN INPUT TRF-REGISTRY-FILE.
005140     IF TRF-REGISTRY-STATUS = '35'
005150         DISPLAY 'NO SOURCE REGISTRY (SRCREG) - DELIVERY CHECK '
005160             'SKIPPED'
005170         CLOSE TRF-SRC-CHECK-FILE
005180         GO TO 8040-CHECK-ARRIVALS-EXIT
005190     END-IF.
005200     IF TRF-REGISTRY-STATUS NOT = '00'
005210         DISPLAY 'UNABLE TO OPEN SRCREG - STATUS: '
005220             TRF-REGISTRY-STATUS
005230         MOVE TRF-REGISTRY-STATUS TO TRF-CHECK-STATUS
005240         PERFORM 2090-RECORD-BAD-STATUS
005250                 THRU 2090-RECORD-BAD-STATUS-EXIT
005260         CLOSE TRF-SRC-CHECK-FILE
005270         GO TO 8040-CHECK-ARRIVALS-EXIT
005280     END-IF.
005290     MOVE FUNCTION CURRENT-DATE(1:8) TO TRF-DATE-NUM.
005300     COMPUTE TRF-DAY-TONIGHT =
005310         FUNCTION INTEGER-OF-DATE(TRF-DATE-NUM).
005320     SUBTRACT 1 FROM TRF-DAY-TONIGHT.
005330     DIVIDE TRF-DAY-TONIGHT BY 7 GIVING TRF-WEEK-COUNT
005340         REMAINDER TRF-WEEKDAY.
005350     ADD 1 TO TRF-WEEKDAY.
005360     MOVE 'N' TO TRF-REGISTRY-EOF-SW.
005370     PERFORM 8042-CHECK-ONE-REGISTERED
005380             THRU 8042-CHECK-ONE-REGISTERED-EXIT
005390         UNTIL TRF-REGISTRY-EOF.
005400     PERFORM 8046-CHECK-ONE-ARRIVAL
005410             THRU 8046-CHECK-ONE-ARRIVAL-EXIT
005420         VARYING TRF-SRC-SUB FROM 1 BY 1
005430         UNTIL TRF-SRC-SUB > TRF-SRC-COUNT.
005440     CLOSE TRF-REGISTRY-FILE.
005450     CLOSE TRF-SRC-CHECK-FILE.
005460     DISPLAY 'SOURCE DELIVERY FINDINGS: ' TRF-SRC-CHECK-COUNT.
005470
005480 8040-CHECK-ARRIVALS-EXIT.
005490     EXIT.
005500
005510 8042-CHECK-ONE-REGISTERED.
005520     READ TRF-REGISTRY-FILE NEXT RECORD
005530         AT END
005540             MOVE 'Y' TO TRF-REGISTRY-EOF-SW
005550             GO TO 8042-CHECK-ONE-REGISTERED-EXIT
005560     END-READ.
005570     MOVE SRG-SOURCE-ID TO TRF-SRC-WORK-ID.
005580     MOVE ZERO TO TRF-SRC-CUR.
005590     PERFORM 2082-MATCH-SOURCE-ENTRY
005600             THRU 2082-MATCH-SOURCE-ENTRY-EXIT
005610         VARYING TRF-SRC-SUB FROM 1 BY 1
005620         UNTIL TRF-SRC-SUB > TRF-SRC-COUNT
005630            OR TRF-SRC-CUR > ZERO.
005640     MOVE ZERO TO TRF-SRC-RECEIVED.
005650     IF TRF-SRC-CUR > ZERO
005660         MOVE TRF-SRC-RECORDS-IN(TRF-SRC-CUR) TO TRF-SRC-RECEIVED
005670     END-IF.
005680     IF NOT SRG-ACTIVE
005690         GO TO 8042-CHECK-ONE-REGISTERED-EXIT
005700     END-IF.
005710     MOVE SPACES TO SCK-CONDITION.
005720     IF TRF-SRC-RECEIVED = ZERO
005730         IF SRG-DELIVERS-THAT-DAY(TRF-WEEKDAY)
005740             MOVE 'MISSING' TO SCK-CONDITION
005750         END-IF
005760     ELSE
005770         IF TRF-SRC-RECEIVED < SRG-MIN-RECORDS
005780             MOVE 'LOW VOLUME' TO SCK-CONDITION
005790         END-IF
005800         IF TRF-SRC-RECEIVED > SRG-MAX-RECORDS
005810             MOVE 'HIGH VOLUME' TO SCK-CONDITION
005820         END-IF
005830     END-IF.
005840     IF SCK-CONDITION NOT = SPACES
005850         MOVE SRG-MIN-RECORDS TO SCK-MIN-RECORDS
005860         MOVE SRG-MAX-RECORDS TO SCK-MAX-RECORDS
005870         PERFORM 8048-WRITE-CHECK-LINE
005880                 THRU 8048-WRITE-CHECK-LINE-EXIT
005890     END-IF.
005900
005910 8042-CHECK-ONE-REGISTERED-EXIT.
005920     EXIT.
005930
005940 8046-CHECK-ONE-ARRIVAL.
005950     IF TRF-SRC-ID(TRF-SRC-SUB) = 'RECYCLE'
005960         GO TO 8046-CHECK-ONE-ARRIVAL-EXIT
005970     END-IF.
005980     MOVE TRF-SRC-ID(TRF-SRC-SUB) TO SRG-SOURCE-ID.
005990     READ TRF-REGISTRY-FILE
006000         INVALID KEY
006010             MOVE 'UNREGISTERED' TO SCK-CONDITION
006020         NOT INVALID KEY
006030             GO TO 8046-CHECK-ONE-ARRIVAL-EXIT
006040     END-READ.
006050     MOVE TRF-SRC-ID(TRF-SRC-SUB) TO TRF-SRC-WORK-ID.
006060     MOVE TRF-SRC-RECORDS-IN(TRF-SRC-SUB) TO TRF-SRC-RECEIVED.
006070     MOVE ZERO TO SCK-MIN-RECORDS SCK-MAX-RECORDS.
006080     PERFORM 8048-WRITE-CHECK-LINE
006090             THRU 8048-WRITE-CHECK-LINE-EXIT.
006100
006110 8046-CHECK-ONE-ARRIVAL-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150*    8048-WRITE-CHECK-LINE - ONE SRCCHK LINE FOR MORNRPT AND ONE
006160*    EVENT ON THE CENTRAL ALERT LOG.  A MISSING FEED IS CRITICAL
006170*    - THE NIGHT'S FIGURES ARE SHORT A WHOLE VENDOR; THE REST
006180*    ARE WARNINGS.
006190******************************************************************
006200 8048-WRITE-CHECK-LINE.
006210     ADD 1 TO TRF-SRC-CHECK-COUNT.
006220     MOVE FUNCTION CURRENT-DATE(1:8) TO SCK-RUN-DATE.
006230     MOVE TRF-SRC-WORK-ID TO SCK-SOURCE-ID.
006240     MOVE TRF-SRC-RECEIVED TO SCK-RECEIVED.
006250     MOVE SCK-CHECK-LINE TO TRF-SRC-CHECK-RECORD.
006260     WRITE TRF-SRC-CHECK-RECORD.
006270     DISPLAY 'SOURCE ' SCK-SOURCE-ID ' ' SCK-CONDITION
006280         ' RECEIVED ' SCK-RECEIVED.
006290     IF SCK-MISSING
006300         MOVE 'C' TO ALR-SEVERITY
006310     ELSE
006320         MOVE 'W' TO ALR-SEVERITY
006330     END-IF.
006340     MOVE SPACES TO ALR-ALERT-TEXT.
006350     STRING 'SOURCE ' SCK-SOURCE-ID ' ' SCK-CONDITION
006360         ' RECEIVED ' SCK-RECEIVED
006370         DELIMITED BY SIZE INTO ALR-ALERT-TEXT.
006380     PERFORM 2130-RAISE-ALERT THRU 2130-RAISE-ALERT-EXIT.
006390
006400 8048-WRITE-CHECK-LINE-EXIT.
006410     EXIT.
