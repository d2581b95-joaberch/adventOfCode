000270*                   CHANGE FIGURES ALREADY REPORTED TO THE PLANT
000280*                   MANAGER.  A REPRINT REBUILDS THE PAGE FROM
000290*                   THE STORED SUMMARY OF A PRIOR CLOSED MONTH.
000291*                   CORRECTIONS TO READINGS FROM A MONTH ALREADY
000292*                   CLOSED ARE KEPT ON THE CALPPADJ LEDGER, NEVER
000293*                   ON CALMSUM; EACH CLOSE PRINTS A PRIOR-PERIOD
000294*                   SECTION OF THE ENTRIES NOT YET REPORTED -
000295*                   ORIGINAL, ADJUSTMENTS AND RESTATED TOTAL PER
000296*                   AFFECTED MONTH - AND STAMPS THEM REPORTED.
000297*                   A REPRINT SHOWS THE SAME SECTION AGAIN.
000300*    MODIFICATION HISTORY:
000310*      2026-09-02  RJB  ORIGINAL.
000312*      2026-10-15  RJB  PRIOR-PERIOD ADJUSTMENTS SECTION FROM THE
000314*                       CALPPADJ LEDGER; ENTRIES ARE STAMPED WITH
000316*                       THE CLOSE THAT REPORTED THEM.  SUMMARY
000318*                       LAYOUT MOVED TO COPYBOOK CALMSUMW.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CALMONTH.
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS MTH-REPORT-STATUS.
000540
000541     SELECT MTH-LEDGER-FILE ASSIGN TO 'CALPPADJ'
000542         ORGANIZATION IS INDEXED
000543         ACCESS MODE IS SEQUENTIAL
000544         RECORD KEY IS PPA-KEY
000545         FILE STATUS IS MTH-LEDGER-STATUS.
000546
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  MTH-PARM-FILE
000730     RECORDING MODE IS F.
000740 01  MTH-REPORT-RECORD          PIC X(80).
000750
000752 FD  MTH-LEDGER-FILE.
000754     COPY CALPPLGC.
000756
000760 WORKING-STORAGE SECTION.
000770     COPY CALHSTWS.
000775     COPY CALMSUMW.
000780
000783*    PRIOR-PERIOD LEDGER ENTRIES, ONE ROW PER AFFECTED MONTH.
000786*    EARLIER = ADJUSTMENTS ALREADY REPORTED BY AN EARLIER CLOSE;
000789*    THIS = THOSE REPORTED BY THE CLOSE BEING PRINTED.
000792 01  MTH-ADJ-TABLE.
000795     05  MTH-ADJ-ENTRY          OCCURS 60 TIMES.
000798         10  MTH-ADJ-MONTH      PIC X(06).
000801         10  MTH-ADJ-ORIGINAL   PIC 9(10).
000804         10  MTH-ADJ-ON-SUMMARY PIC X(01).
000807         10  MTH-ADJ-EARLIER    PIC S9(10).
000810         10  MTH-ADJ-THIS       PIC S9(10).
000813         10  MTH-ADJ-ENTRIES    PIC 9(05).
000816 77  MTH-ADJ-COUNT              PIC 9(02) COMP VALUE ZERO.
000819 77  MTH-ADJ-SUB                PIC 9(02) COMP.
000822 77  MTH-ADJ-FOUND-SUB          PIC 9(02) COMP.
000825 77  MTH-ADJ-OVERFLOW           PIC 9(05) VALUE ZERO.
000828 77  MTH-ADJ-AMOUNT             PIC S9(03) VALUE ZERO.
000831 77  MTH-ADJ-NET-TOTAL          PIC S9(10) VALUE ZERO.
000834 77  MTH-ADJ-PRINTED            PIC 9(03) VALUE ZERO.
000837 77  MTH-ADJ-STAMPED            PIC 9(05) VALUE ZERO.
000840 77  MTH-ADJ-MONTH-KEY          PIC X(06) VALUE SPACES.
000843
000846 01  MTH-PPA-HEADING.
000849     05  FILLER                 PIC X(30) VALUE
000852         'MONTH     ORIGINAL     EARLIER'.
000855     05  FILLER                 PIC X(50) VALUE
000858         '  THIS CLOSE  ENTRY    RESTATED'.
000861 01  MTH-PPA-LINE.
000864     05  MTH-PPL-MONTH          PIC X(06).
000867     05  FILLER                 PIC X(02) VALUE SPACES.
000870     05  MTH-PPL-ORIGINAL       PIC ZZZZZZZZZ9.
000873     05  FILLER                 PIC X(02) VALUE SPACES.
000876     05  MTH-PPL-EARLIER        PIC ---------9.
000879     05  FILLER                 PIC X(02) VALUE SPACES.
000882     05  MTH-PPL-THIS           PIC ---------9.
000885     05  FILLER                 PIC X(02) VALUE SPACES.
000888     05  MTH-PPL-ENTRIES        PIC ZZZZ9.
000891     05  FILLER                 PIC X(02) VALUE SPACES.
000894     05  MTH-PPL-RESTATED       PIC ---------9.
000897     05  FILLER                 PIC X(01) VALUE SPACES.
000900     05  MTH-PPL-NOTE           PIC X(15).
000903 01  MTH-PPA-NET-LINE.
000906     05  MTH-PPN-LABEL          PIC X(28).
000909     05  MTH-PPN-VALUE          PIC ---------9.
000940
000950 77  MTH-PARM-STATUS            PIC X(02) VALUE '00'.
000960 77  MTH-HISTORY-STATUS         PIC X(02) VALUE '00'.
000970 77  MTH-SUMMARY-STATUS         PIC X(02) VALUE '00'.
000980 77  MTH-REPORT-STATUS          PIC X(02) VALUE '00'.
000985 77  MTH-LEDGER-STATUS          PIC X(02) VALUE '00'.
000990
001000 77  MTH-EOF-SW                 PIC X VALUE 'N'.
001010     88  MTH-END-OF-FILE                VALUE 'Y'.
001030     88  MTH-RUN-IN-ERROR               VALUE 'Y'.
001040 77  MTH-FOUND-SW               PIC X VALUE 'N'.
001050     88  MTH-MONTH-ON-FILE              VALUE 'Y'.
001051 77  MTH-WARNING-SW             PIC X VALUE 'N'.
001052     88  MTH-RUN-HAS-WARNING            VALUE 'Y'.
001053 77  MTH-REPORT-SW              PIC X VALUE 'N'.
001054     88  MTH-ENTRY-THIS-CLOSE           VALUE 'T'.
001055     88  MTH-ENTRY-EARLIER              VALUE 'E'.
001060
001070 77  MTH-MODE                   PIC X(01) VALUE SPACES.
001080     88  MTH-CLOSE-MODE                 VALUE 'C'.
003770     END-IF.
003780     MOVE MTH-STATUS-LINE TO MTH-REPORT-RECORD.
003790     WRITE MTH-REPORT-RECORD.
003792     PERFORM 6000-PRIOR-PERIOD-SECTION
003794             THRU 6000-PRIOR-PERIOD-SECTION-EXIT.
003800     CLOSE MTH-REPORT-FILE.
003810
003820 5000-PRINT-REPORT-EXIT.
003860     IF MTH-RUN-IN-ERROR
003870         MOVE 8 TO RETURN-CODE
003880     ELSE
003882         IF MTH-RUN-HAS-WARNING
003884             MOVE 4 TO RETURN-CODE
003886         ELSE
003890             MOVE 0 TO RETURN-CODE
003895         END-IF
003900     END-IF.
003910     GOBACK.
003920
003930******************************************************************
003940*    6000-PRIOR-PERIOD-SECTION - A CLOSE REPORTS EVERY CALPPADJ
003950*    ENTRY NOT YET REPORTED AND STAMPS IT WITH THE MONTH BEING
003960*    CLOSED; A REPRINT REPORTS THE ENTRIES STAMPED WITH ITS
003970*    MONTH.  ONE LINE PER AFFECTED MONTH: ITS ORIGINAL CLOSED
003980*    TOTAL FROM CALMSUM (UNCHANGED), WHAT EARLIER CLOSES ALREADY
003990*    REPORTED AGAINST IT, WHAT THIS CLOSE REPORTS, AND THE
004000*    RESTATED TOTAL.  NO LEDGER MEANS NOTHING HAS EVER BEEN
004010*    CORRECTED AFTER A CLOSE.
004020******************************************************************
004030 6000-PRIOR-PERIOD-SECTION.
004040     MOVE 'PRIOR-PERIOD ADJUSTMENTS TO CLOSED MONTHS'
004050         TO MTH-STATUS-LINE.
004060     MOVE MTH-STATUS-LINE TO MTH-REPORT-RECORD.
004070     WRITE MTH-REPORT-RECORD.
004080     IF MTH-CLOSE-MODE
004090         OPEN I-O MTH-LEDGER-FILE
004100     ELSE
004110         OPEN INPUT MTH-LEDGER-FILE
004120     END-IF.
004130     IF MTH-LEDGER-STATUS = '35'
004140         GO TO 6000-PRIOR-PERIOD-SECTION-NONE
004150     END-IF.
004160     IF MTH-LEDGER-STATUS NOT = '00'
004170         DISPLAY 'UNABLE TO OPEN CALPPADJ - STATUS: '
004180             MTH-LEDGER-STATUS
004190         MOVE 'Y' TO MTH-WARNING-SW
004200         MOVE 'CALPPADJ LEDGER UNREADABLE - SECTION NOT PRODUCED'
004210             TO MTH-STATUS-LINE
004220         MOVE MTH-STATUS-LINE TO MTH-REPORT-RECORD
004230         WRITE MTH-REPORT-RECORD
004240         GO TO 6000-PRIOR-PERIOD-SECTION-EXIT
004250     END-IF.
004260     MOVE 'N' TO MTH-EOF-SW.
004270     PERFORM 6010-TALLY-LEDGER-ENTRY
004280             THRU 6010-TALLY-LEDGER-ENTRY-EXIT
004290         UNTIL MTH-END-OF-FILE.
004300     CLOSE MTH-LEDGER-FILE.
004310     IF MTH-ADJ-COUNT > ZERO
004320         PERFORM 6020-FIND-ORIGINAL-TOTALS
004330                 THRU 6020-FIND-ORIGINAL-TOTALS-EXIT
004340     END-IF.
004350     MOVE MTH-PPA-HEADING TO MTH-REPORT-RECORD.
004360     WRITE MTH-REPORT-RECORD.
004370     PERFORM 6030-PRINT-MONTH-LINE THRU 6030-PRINT-MONTH-LINE-EXIT
004380         VARYING MTH-ADJ-SUB FROM 1 BY 1
004390         UNTIL MTH-ADJ-SUB > MTH-ADJ-COUNT.
004400     IF MTH-ADJ-OVERFLOW > ZERO
004410         MOVE 'Y' TO MTH-WARNING-SW
004420         MOVE 'MONTHS TABLE FULL - ENTRIES: ' TO MTH-PPN-LABEL
004430         MOVE MTH-ADJ-OVERFLOW TO MTH-PPN-VALUE
004440         MOVE MTH-PPA-NET-LINE TO MTH-REPORT-RECORD
004450         WRITE MTH-REPORT-RECORD
004460     END-IF.
004470     IF MTH-ADJ-PRINTED = ZERO
004480         GO TO 6000-PRIOR-PERIOD-SECTION-NONE
004490     END-IF.
004500     MOVE 'NET PRIOR-PERIOD ADJUSTMENT: ' TO MTH-PPN-LABEL.
004510     MOVE MTH-ADJ-NET-TOTAL TO MTH-PPN-VALUE.
004520     MOVE MTH-PPA-NET-LINE TO MTH-REPORT-RECORD.
004530     WRITE MTH-REPORT-RECORD.
004540     DISPLAY 'PRIOR-PERIOD MONTHS REPORTED: ' MTH-ADJ-PRINTED
004550         ' ENTRIES STAMPED: ' MTH-ADJ-STAMPED
004560         ' NET: ' MTH-ADJ-NET-TOTAL.
004570     GO TO 6000-PRIOR-PERIOD-SECTION-EXIT.
004580
004590 6000-PRIOR-PERIOD-SECTION-NONE.
004600     MOVE 'NONE' TO MTH-STATUS-LINE.
004610     MOVE MTH-STATUS-LINE TO MTH-REPORT-RECORD.
004620     WRITE MTH-REPORT-RECORD.
004630
004640 6000-PRIOR-PERIOD-SECTION-EXIT.
004650     EXIT.
004660
004670******************************************************************
004680*    6010-TALLY-LEDGER-ENTRY - SORT ONE ENTRY INTO THIS CLOSE,
004690*    AN EARLIER CLOSE OR NEITHER (AN ENTRY A LATER CLOSE
004700*    REPORTED, OR ONE A REPRINT OF AN OLD MONTH NEVER SAW).  A
004710*    CLOSE STAMPS WHAT IT REPORTS AS IT GOES.
004720******************************************************************
004730 6010-TALLY-LEDGER-ENTRY.
004740     READ MTH-LEDGER-FILE NEXT RECORD
004750         AT END
004760             MOVE 'Y' TO MTH-EOF-SW
004770             GO TO 6010-TALLY-LEDGER-ENTRY-EXIT
004780     END-READ.
004790     MOVE 'N' TO MTH-REPORT-SW.
004800     IF MTH-CLOSE-MODE AND PPA-NOT-YET-REPORTED
004810         MOVE 'T' TO MTH-REPORT-SW
004820         MOVE MTH-MONTH TO PPA-REPORTED-MONTH
004830         REWRITE PPA-LEDGER-RECORD
004840         IF MTH-LEDGER-STATUS = '00'
004850             ADD 1 TO MTH-ADJ-STAMPED
004860         ELSE
004870             DISPLAY 'CALPPADJ STAMP FAILED - STATUS: '
004880                 MTH-LEDGER-STATUS ' SEQ: ' PPA-SEQ-NO
004890             MOVE 'Y' TO MTH-WARNING-SW
004900         END-IF
004910     END-IF.
004920     IF MTH-REPRINT-MODE AND PPA-REPORTED-MONTH = MTH-MONTH
004930         MOVE 'T' TO MTH-REPORT-SW
004940     END-IF.
004950     IF MTH-REPORT-SW = 'N'
004960             AND NOT PPA-NOT-YET-REPORTED
004970             AND PPA-REPORTED-MONTH < MTH-MONTH
004980         MOVE 'E' TO MTH-REPORT-SW
004990     END-IF.
005000     IF MTH-REPORT-SW = 'N'
005010         GO TO 6010-TALLY-LEDGER-ENTRY-EXIT
005020     END-IF.
005030     MOVE PPA-MONTH TO MTH-ADJ-MONTH-KEY.
005040     PERFORM 6012-FIND-MONTH-SLOT THRU 6012-FIND-MONTH-SLOT-EXIT.
005050     IF MTH-ADJ-FOUND-SUB = ZERO
005060         ADD 1 TO MTH-ADJ-OVERFLOW
005070         GO TO 6010-TALLY-LEDGER-ENTRY-EXIT
005080     END-IF.
005090     COMPUTE MTH-ADJ-AMOUNT = PPA-NEW-VALUE - PPA-OLD-VALUE.
005100     IF MTH-ENTRY-THIS-CLOSE
005110         ADD MTH-ADJ-AMOUNT TO MTH-ADJ-THIS(MTH-ADJ-FOUND-SUB)
005120         ADD 1 TO MTH-ADJ-ENTRIES(MTH-ADJ-FOUND-SUB)
005130         ADD MTH-ADJ-AMOUNT TO MTH-ADJ-NET-TOTAL
005140     ELSE
005150         ADD MTH-ADJ-AMOUNT TO MTH-ADJ-EARLIER(MTH-ADJ-FOUND-SUB)
005160     END-IF.
005170
005180 6010-TALLY-LEDGER-ENTRY-EXIT.
005190     EXIT.
005200
005210******************************************************************
005220*    6012-FIND-MONTH-SLOT - THE TABLE ROW FOR MTH-ADJ-MONTH-KEY,
005230*    STARTED AT ZERO IF THE MONTH IS NEW.  ZERO BACK MEANS THE
005240*    TABLE IS FULL.
005250******************************************************************
005260 6012-FIND-MONTH-SLOT.
005270     MOVE ZERO TO MTH-ADJ-FOUND-SUB.
005280     PERFORM 6014-COMPARE-MONTH-SLOT
005290             THRU 6014-COMPARE-MONTH-SLOT-EXIT
005300         VARYING MTH-ADJ-SUB FROM 1 BY 1
005310         UNTIL MTH-ADJ-SUB > MTH-ADJ-COUNT
005320             OR MTH-ADJ-FOUND-SUB > ZERO.
005330     IF MTH-ADJ-FOUND-SUB > ZERO OR MTH-ADJ-COUNT >= 60
005340         GO TO 6012-FIND-MONTH-SLOT-EXIT
005350     END-IF.
005360     ADD 1 TO MTH-ADJ-COUNT.
005370     MOVE MTH-ADJ-COUNT TO MTH-ADJ-FOUND-SUB.
005380     MOVE MTH-ADJ-MONTH-KEY TO MTH-ADJ-MONTH(MTH-ADJ-FOUND-SUB).
005390     MOVE ZERO TO MTH-ADJ-ORIGINAL(MTH-ADJ-FOUND-SUB)
005400         MTH-ADJ-EARLIER(MTH-ADJ-FOUND-SUB)
005410         MTH-ADJ-THIS(MTH-ADJ-FOUND-SUB)
005420         MTH-ADJ-ENTRIES(MTH-ADJ-FOUND-SUB).
005430     MOVE 'N' TO MTH-ADJ-ON-SUMMARY(MTH-ADJ-FOUND-SUB).
005440
005450 6012-FIND-MONTH-SLOT-EXIT.
005460     EXIT.
005470
005480 6014-COMPARE-MONTH-SLOT.
005490     IF MTH-ADJ-MONTH(MTH-ADJ-SUB) = MTH-ADJ-MONTH-KEY
005500         MOVE MTH-ADJ-SUB TO MTH-ADJ-FOUND-SUB
005510     END-IF.
005520
005530 6014-COMPARE-MONTH-SLOT-EXIT.
005540     EXIT.
005550
005560******************************************************************
005570*    6020-FIND-ORIGINAL-TOTALS - ONE PASS OF CALMSUM PICKS UP THE
005580*    CLOSED GRAND TOTAL OF EVERY AFFECTED MONTH.  THE MAIN PAGE
005590*    IS ALREADY PRINTED, SO OVERLAYING MTH-SUMMARY-LINE IS SAFE.
005600******************************************************************
005610 6020-FIND-ORIGINAL-TOTALS.
005620     OPEN INPUT MTH-SUMMARY-FILE.
005630     IF MTH-SUMMARY-STATUS NOT = '00'
005640         GO TO 6020-FIND-ORIGINAL-TOTALS-EXIT
005650     END-IF.
005660     MOVE 'N' TO MTH-EOF-SW.
005670     PERFORM 6022-MATCH-SUMMARY-RECORD
005680             THRU 6022-MATCH-SUMMARY-RECORD-EXIT
005690         UNTIL MTH-END-OF-FILE.
005700     CLOSE MTH-SUMMARY-FILE.
005710
005720 6020-FIND-ORIGINAL-TOTALS-EXIT.
005730     EXIT.
005740
005750 6022-MATCH-SUMMARY-RECORD.
005760     READ MTH-SUMMARY-FILE
005770         AT END
005780             MOVE 'Y' TO MTH-EOF-SW
005790             GO TO 6022-MATCH-SUMMARY-RECORD-EXIT
005800     END-READ.
005810     MOVE MTH-SUMMARY-RECORD TO MTH-SUMMARY-LINE.
005820     IF NOT MTH-SUM-IS-CLOSED
005830         GO TO 6022-MATCH-SUMMARY-RECORD-EXIT
005840     END-IF.
005850     MOVE MTH-SUM-MONTH TO MTH-ADJ-MONTH-KEY.
005860     MOVE ZERO TO MTH-ADJ-FOUND-SUB.
005870     PERFORM 6014-COMPARE-MONTH-SLOT
005880             THRU 6014-COMPARE-MONTH-SLOT-EXIT
005890         VARYING MTH-ADJ-SUB FROM 1 BY 1
005900         UNTIL MTH-ADJ-SUB > MTH-ADJ-COUNT
005910             OR MTH-ADJ-FOUND-SUB > ZERO.
005920     IF MTH-ADJ-FOUND-SUB > ZERO
005930         MOVE MTH-SUM-TOTAL TO MTH-ADJ-ORIGINAL(MTH-ADJ-FOUND-SUB)
005940         MOVE 'Y' TO MTH-ADJ-ON-SUMMARY(MTH-ADJ-FOUND-SUB)
005950     END-IF.
005960
005970 6022-MATCH-SUMMARY-RECORD-EXIT.
005980     EXIT.
005990
006000******************************************************************
006010*    6030-PRINT-MONTH-LINE - ONLY MONTHS THIS CLOSE HAS ENTRIES
006020*    FOR ARE PRINTED; EARLIER ADJUSTMENTS JUST FEED THE RESTATED
006030*    TOTAL.
006040******************************************************************
006050 6030-PRINT-MONTH-LINE.
006060     IF MTH-ADJ-ENTRIES(MTH-ADJ-SUB) = ZERO
006070         GO TO 6030-PRINT-MONTH-LINE-EXIT
006080     END-IF.
006090     ADD 1 TO MTH-ADJ-PRINTED.
006100     MOVE MTH-ADJ-MONTH(MTH-ADJ-SUB) TO MTH-PPL-MONTH.
006110     MOVE MTH-ADJ-ORIGINAL(MTH-ADJ-SUB) TO MTH-PPL-ORIGINAL.
006120     MOVE MTH-ADJ-EARLIER(MTH-ADJ-SUB) TO MTH-PPL-EARLIER.
006130     MOVE MTH-ADJ-THIS(MTH-ADJ-SUB) TO MTH-PPL-THIS.
006140     MOVE MTH-ADJ-ENTRIES(MTH-ADJ-SUB) TO MTH-PPL-ENTRIES.
006150     COMPUTE MTH-PPL-RESTATED = MTH-ADJ-ORIGINAL(MTH-ADJ-SUB)
006160         + MTH-ADJ-EARLIER(MTH-ADJ-SUB)
006170         + MTH-ADJ-THIS(MTH-ADJ-SUB).
006180     IF MTH-ADJ-ON-SUMMARY(MTH-ADJ-SUB) = 'Y'
006190         MOVE SPACES TO MTH-PPL-NOTE
006200     ELSE
006210         MOVE 'NOT ON CALMSUM' TO MTH-PPL-NOTE
006220         MOVE 'Y' TO MTH-WARNING-SW
006230     END-IF.
006240     MOVE MTH-PPA-LINE TO MTH-REPORT-RECORD.
006250     WRITE MTH-REPORT-RECORD.
006260
006270 6030-PRINT-MONTH-LINE-EXIT.
006280     EXIT.
