000100******************************************************************
000110*    PROGRAM-ID..: CALPPWRT
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: SHARED PRIOR-PERIOD LEDGER WRITER.  CALLED
000170*                   WITH A FILLED-IN CALPPWSL PARAMETER AREA BY
000180*                   EVERY PROGRAM THAT CORRECTS A CALIBRATED
000190*                   READING (CALDELTA, CALDSRES).  IF THE MONTH
000200*                   OF THE READING'S RUN DATE IS ALREADY CLOSED ON
000210*                   CALMSUM, THE CORRECTION IS ADDED TO THE
000220*                   CALPPADJ LEDGER AGAINST THAT MONTH FOR THE
000230*                   NEXT CALMONTH CLOSE TO REPORT; THE CLOSED
000240*                   SUMMARY ITSELF IS NEVER CHANGED.  A READING
000250*                   FROM A MONTH STILL OPEN IS LEFT ALONE.  THE
000260*                   CALLER DECIDES WHAT A FAILED WRITE MEANS TO
000270*                   ITS OWN RUN.
000280*    MODIFICATION HISTORY:
000290*      2026-10-15  RJB  ORIGINAL.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. CALPPWRT.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PPW-SUMMARY-FILE ASSIGN TO 'CALMSUM'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS PPW-SUMMARY-STATUS.
000400
000410     SELECT PPW-LEDGER-FILE ASSIGN TO 'CALPPADJ'
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS PPA-KEY
000450         FILE STATUS IS PPW-LEDGER-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  PPW-SUMMARY-FILE
000500     RECORDING MODE IS F.
000510 01  PPW-SUMMARY-RECORD         PIC X(52).
000520
000530 FD  PPW-LEDGER-FILE.
000540     COPY CALPPLGC.
000550
000560 WORKING-STORAGE SECTION.
000570     COPY CALMSUMW.
000580
000590 77  PPW-SUMMARY-STATUS         PIC X(02) VALUE '00'.
000600 77  PPW-LEDGER-STATUS          PIC X(02) VALUE '00'.
000610
000620 77  PPW-EOF-SW                 PIC X VALUE 'N'.
000630     88  PPW-END-OF-FILE                VALUE 'Y'.
000640 77  PPW-CLOSED-SW              PIC X VALUE 'N'.
000650     88  PPW-MONTH-IS-CLOSED            VALUE 'Y'.
000660 77  PPW-MONTH                  PIC X(06) VALUE SPACES.
000670
000680 LINKAGE SECTION.
000690     COPY CALPPWSL.
000700
000710 PROCEDURE DIVISION USING PPW-ADJUST-PARM.
000720 0000-MAINLINE.
000730     MOVE 'O' TO PPW-RESULT.
000740     PERFORM 1000-CHECK-MONTH-CLOSED
000750             THRU 1000-CHECK-MONTH-CLOSED-EXIT.
000760     IF PPW-MONTH-IS-CLOSED
000770         PERFORM 2000-WRITE-LEDGER-ENTRY
000780                 THRU 2000-WRITE-LEDGER-ENTRY-EXIT
000790     END-IF.
000800     GO TO 9999-EXIT.
000810
000820 0000-MAINLINE-EXIT.
000830     EXIT.
000840
000850******************************************************************
000860*    1000-CHECK-MONTH-CLOSED - SCAN CALMSUM FOR THE MONTH OF THE
000870*    READING'S RUN DATE, THE SAME WAY CALMONTH LOOKS BEFORE A
000880*    CLOSE.  NO SUMMARY FILE MEANS NO MONTH HAS EVER BEEN CLOSED.
000890******************************************************************
000900 1000-CHECK-MONTH-CLOSED.
000910     MOVE 'N' TO PPW-CLOSED-SW.
000920     MOVE PPW-READING-DATE(1:6) TO PPW-MONTH.
000930     OPEN INPUT PPW-SUMMARY-FILE.
000940     IF PPW-SUMMARY-STATUS NOT = '00'
000950         GO TO 1000-CHECK-MONTH-CLOSED-EXIT
000960     END-IF.
000970     MOVE 'N' TO PPW-EOF-SW.
000980     PERFORM 1010-CHECK-SUMMARY-RECORD
000990             THRU 1010-CHECK-SUMMARY-RECORD-EXIT
001000         UNTIL PPW-END-OF-FILE OR PPW-MONTH-IS-CLOSED.
001010     CLOSE PPW-SUMMARY-FILE.
001020
001030 1000-CHECK-MONTH-CLOSED-EXIT.
001040     EXIT.
001050
001060 1010-CHECK-SUMMARY-RECORD.
001070     READ PPW-SUMMARY-FILE
001080         AT END
001090             MOVE 'Y' TO PPW-EOF-SW
001100             GO TO 1010-CHECK-SUMMARY-RECORD-EXIT
001110     END-READ.
001120     MOVE PPW-SUMMARY-RECORD TO MTH-SUMMARY-LINE.
001130     IF MTH-SUM-MONTH = PPW-MONTH AND MTH-SUM-IS-CLOSED
001140         MOVE 'Y' TO PPW-CLOSED-SW
001150     END-IF.
001160
001170 1010-CHECK-SUMMARY-RECORD-EXIT.
001180     EXIT.
001190
001200******************************************************************
001210*    2000-WRITE-LEDGER-ENTRY - ADD THE CORRECTION AGAINST THE
001220*    CLOSED MONTH, NOT YET REPORTED.  THE LEDGER IS CREATED ON
001230*    ITS FIRST-EVER ENTRY.  A DUPLICATE KEY IS THE SAME
001240*    CORRECTION OFFERED AGAIN (A RERUN) AND KEEPS ITS FIRST ENTRY.
001250******************************************************************
001260 2000-WRITE-LEDGER-ENTRY.
001270     OPEN I-O PPW-LEDGER-FILE.
001280     IF PPW-LEDGER-STATUS = '35'
001290         OPEN OUTPUT PPW-LEDGER-FILE
001300         CLOSE PPW-LEDGER-FILE
001310         OPEN I-O PPW-LEDGER-FILE
001320     END-IF.
001330     IF PPW-LEDGER-STATUS NOT = '00'
001340         DISPLAY 'UNABLE TO OPEN CALPPADJ - STATUS: '
001350             PPW-LEDGER-STATUS ' SEQ: ' PPW-SEQ-NO
001360         MOVE 'F' TO PPW-RESULT
001370         GO TO 2000-WRITE-LEDGER-ENTRY-EXIT
001380     END-IF.
001390     MOVE SPACES TO PPA-LEDGER-RECORD.
001400     MOVE PPW-ORIGIN TO PPA-ORIGIN.
001410     MOVE PPW-ORIGIN-KEY TO PPA-ORIGIN-KEY.
001420     MOVE PPW-MONTH TO PPA-MONTH.
001430     MOVE PPW-READING-DATE TO PPA-READING-DATE.
001440     MOVE PPW-SEQ-NO TO PPA-SEQ-NO.
001450     MOVE PPW-OLD-VALUE TO PPA-OLD-VALUE.
001460     MOVE PPW-NEW-VALUE TO PPA-NEW-VALUE.
001470     MOVE FUNCTION CURRENT-DATE(1:8) TO PPA-RECORDED-DATE.
001480     MOVE PPW-RECORDED-BY TO PPA-RECORDED-BY.
001490     MOVE PPW-APPROVED-BY TO PPA-APPROVED-BY.
001500     WRITE PPA-LEDGER-RECORD.
001510     EVALUATE PPW-LEDGER-STATUS
001520         WHEN '00'
001530             MOVE 'L' TO PPW-RESULT
001540         WHEN '22'
001550             MOVE 'A' TO PPW-RESULT
001560         WHEN OTHER
001570             DISPLAY 'CALPPADJ WRITE FAILED - STATUS: '
001580                 PPW-LEDGER-STATUS ' SEQ: ' PPW-SEQ-NO
001590             MOVE 'F' TO PPW-RESULT
001600     END-EVALUATE.
001610     CLOSE PPW-LEDGER-FILE.
001620
001630 2000-WRITE-LEDGER-ENTRY-EXIT.
001640     EXIT.
001650
001660 9999-EXIT.
001670     GOBACK.
