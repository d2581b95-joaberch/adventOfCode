000100******************************************************************
000110*    PROGRAM-ID..: CALCHGBK
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000159*    DESCRIPTION..: MONTH-END VENDOR CHARGEBACK.  DRIVEN BY THE
000168*                   CALCPARM PARAMETER FILE (THE YYYYMM MONTH),
000177*                   WHICH MUST ALREADY BE CLOSED ON CALMSUM.  THE
000186*                   MONTH'S CALSRCHS PER-SOURCE HISTORY IS ROLLED
000195*                   UP PER DONNEE-SOURCE-ID - LINES RECEIVED,
000204*                   REJECTED, RESUBMITTED, DUPLICATED, CALIBRATED
000213*                   AND EXCEPTIONED - AND TIED TO THE MONTH'S
000222*                   OFFICIAL CALMONTH TOTALS: CALIBRATED PLUS
000231*                   EXCEPTIONED MUST EQUAL THE RECORDS PROCESSED
000240*                   AND EXCEPTIONED THE EXCEPTIONS.  A MONTH THAT
000249*                   TIES OUT IS PRICED FROM THE CALRATE RATE
000258*                   TABLE (THE SOURCE'S OWN ROW, ELSE *DEFAULT)
000267*                   AND GIVES ONE PRINTED STATEMENT PER VENDOR ON
000276*                   CALCHGRP AND THE FIXED-LAYOUT CALCHGBX
000285*                   BILLING EXTRACT FOR FINANCE.  A MONTH THAT
000294*                   DOES NOT TIE OUT, OR A VENDOR WITH NO RATE,
000303*                   PRINTS ONLY THE CONTROL PAGE, LEAVES THE
000312*                   EXTRACT EMPTY AND ENDS WITH RETURN CODE 8 -
000321*                   NO INVOICES ARE PRODUCED.  THE RECYCLE SOURCE
000330*                   IS THE SHOP'S OWN REWORK: IT IS COUNTED IN
000339*                   THE TIE-OUT BUT NEVER BILLED.
000360*    MODIFICATION HISTORY:
000370*      2026-10-15  RJB  ORIGINAL.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. CALCHGBK.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CHB-PARM-FILE ASSIGN TO 'CALCPARM'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CHB-PARM-STATUS.
000480
000490     SELECT CHB-SUMMARY-FILE ASSIGN TO 'CALMSUM'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CHB-SUMMARY-STATUS.
000520
000530     SELECT CHB-HISTORY-FILE ASSIGN TO 'CALSRCHS'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CHB-HISTORY-STATUS.
000560
000570     SELECT CHB-RATE-FILE ASSIGN TO 'CALRATE'
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS RAT-SOURCE-ID
000610         FILE STATUS IS CHB-RATE-STATUS.
000620
000630     SELECT CHB-REGISTRY-FILE ASSIGN TO 'SRCREG'
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS SRG-SOURCE-ID
000670         FILE STATUS IS CHB-REGISTRY-STATUS.
000680
000690     SELECT CHB-REPORT-FILE ASSIGN TO 'CALCHGRP'
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS CHB-REPORT-STATUS.
000720
000730     SELECT CHB-EXTRACT-FILE ASSIGN TO 'CALCHGBX'
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS CHB-EXTRACT-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CHB-PARM-FILE
000800     RECORDING MODE IS F.
000810 01  CHB-PARM-RECORD.
000820     05  CHB-PARM-MONTH         PIC X(06).
000830
000840 FD  CHB-SUMMARY-FILE
000850     RECORDING MODE IS F.
000860 01  CHB-SUMMARY-RECORD         PIC X(52).
000870
000880 FD  CHB-HISTORY-FILE
000890     RECORDING MODE IS F.
000900 01  CHB-HISTORY-RECORD         PIC X(80).
000910
000920 FD  CHB-RATE-FILE.
000930     COPY CALRATEC.
000940
000950 FD  CHB-REGISTRY-FILE.
000960     COPY SRCREGC.
000970
000980 FD  CHB-REPORT-FILE
000990     RECORDING MODE IS F.
001000 01  CHB-REPORT-RECORD          PIC X(80).
001010
001020 FD  CHB-EXTRACT-FILE
001030     RECORDING MODE IS F.
001040 01  CHB-EXTRACT-RECORD         PIC X(80).
001050
001060 WORKING-STORAGE SECTION.
001070     COPY CALMSUMW.
001080     COPY CALSRCHW.
001090     COPY CALCATW.
001100     COPY CALCHGXW.
001110
001120 77  CHB-PARM-STATUS            PIC X(02) VALUE '00'.
001130 77  CHB-SUMMARY-STATUS         PIC X(02) VALUE '00'.
001140 77  CHB-HISTORY-STATUS         PIC X(02) VALUE '00'.
001150 77  CHB-RATE-STATUS            PIC X(02) VALUE '00'.
001160 77  CHB-REGISTRY-STATUS        PIC X(02) VALUE '00'.
001170 77  CHB-REPORT-STATUS          PIC X(02) VALUE '00'.
001180 77  CHB-EXTRACT-STATUS         PIC X(02) VALUE '00'.
001190
001200 77  CHB-EOF-SW                 PIC X VALUE 'N'.
001210     88  CHB-END-OF-FILE                VALUE 'Y'.
001220 77  CHB-ERROR-SW               PIC X VALUE 'N'.
001230     88  CHB-RUN-IN-ERROR               VALUE 'Y'.
001240 77  CHB-WARNING-SW             PIC X VALUE 'N'.
001250     88  CHB-RUN-HAS-WARNING            VALUE 'Y'.
001260 77  CHB-FOUND-SW               PIC X VALUE 'N'.
001270     88  CHB-MONTH-CLOSED               VALUE 'Y'.
001280 77  CHB-TIE-SW                 PIC X VALUE 'Y'.
001290     88  CHB-MONTH-TIES-OUT             VALUE 'Y'.
001300 77  CHB-RATE-FOUND-SW          PIC X VALUE 'N'.
001310     88  CHB-RATE-ROW-FOUND             VALUE 'Y'.
001320 77  CHB-DEFAULT-SW             PIC X VALUE 'N'.
001330     88  CHB-DEFAULT-ON-FILE            VALUE 'Y'.
001340 77  CHB-RATES-OPEN-SW          PIC X VALUE 'N'.
001350     88  CHB-RATES-OPEN                 VALUE 'Y'.
001360 77  CHB-REGISTRY-OPEN-SW       PIC X VALUE 'N'.
001370     88  CHB-REGISTRY-OPEN              VALUE 'Y'.
001380
001390 77  CHB-MONTH                  PIC X(06) VALUE SPACES.
001400 77  CHB-RUN-DATE               PIC X(08) VALUE SPACES.
001410 77  CHB-RECYCLE-SOURCE         PIC X(08) VALUE 'RECYCLE'.
001420 77  CHB-DEFAULT-KEY            PIC X(08) VALUE '*DEFAULT'.
001430 77  CHB-MALFORMED-COUNT        PIC 9(05) VALUE ZERO.
001440 77  CHB-REPLACED-COUNT         PIC 9(05) VALUE ZERO.
001450 77  CHB-NO-RATE-COUNT          PIC 9(03) VALUE ZERO.
001460 77  CHB-STATEMENT-COUNT        PIC 9(03) VALUE ZERO.
001470 77  CHB-EXTRACT-COUNT          PIC 9(08) VALUE ZERO.
001480 77  CHB-TIE-RECORDS            PIC 9(08) VALUE ZERO.
001490 77  CHB-GRAND-DUE              PIC 9(09)V99 VALUE ZERO.
001500
001510*    ONE ROW PER NIGHT AND SOURCE OF THE MONTH.  A NIGHT CALBAL
001520*    WROTE TWICE (A RERUN) KEEPS ITS LAST LINE.
001530 01  CHB-NIGHT-TABLE.
001540     05  CHB-NGT-ENTRY          OCCURS 400 TIMES.
001550         10  CHB-NGT-DATE       PIC X(08).
001560         10  CHB-NGT-SOURCE     PIC X(08).
001570         10  CHB-NGT-COUNT      PIC 9(06) OCCURS 6 TIMES.
001580 77  CHB-NIGHT-COUNT            PIC 9(03) COMP VALUE ZERO.
001590 77  CHB-NGT-SUB                PIC 9(03) COMP.
001600 77  CHB-NGT-CUR                PIC 9(03) COMP.
001610
001620*    ONE ROW PER SOURCE SEEN IN THE MONTH - THE SIX CATEGORY
001630*    TOTALS, AND FOR A BILLED SOURCE THE RATE AND AMOUNT OF EACH
001640*    AND WHERE THE RATES CAME FROM.
001650 01  CHB-SOURCE-TABLE.
001660     05  CHB-SRC-ENTRY          OCCURS 20 TIMES.
001670         10  CHB-SRC-ID             PIC X(08).
001680         10  CHB-SRC-DESCRIPTION    PIC X(30).
001690         10  CHB-SRC-BILLED-SW      PIC X(01).
001700             88  CHB-SRC-BILLED             VALUE 'Y'.
001710         10  CHB-SRC-RATES-FROM     PIC X(08).
001720         10  CHB-SRC-DUE            PIC 9(09)V99.
001730         10  CHB-SRC-CATEGORY       OCCURS 6 TIMES.
001740             15  CHB-SRC-TOTAL      PIC 9(08).
001750             15  CHB-SRC-RATE       PIC 9(03)V9(04).
001760             15  CHB-SRC-AMOUNT     PIC 9(09)V99.
001770 77  CHB-SOURCE-COUNT           PIC 9(02) COMP VALUE ZERO.
001780 77  CHB-SRC-SUB                PIC 9(02) COMP.
001790 77  CHB-SRC-CUR                PIC 9(02) COMP.
001800 77  CHB-CAT-SUB                PIC 9(02) COMP.
001810
001820 01  CHB-MONTH-TOTALS.
001830     05  CHB-ALL-TOTAL          PIC 9(08) OCCURS 6 TIMES.
001840
001850 01  CHB-DEFAULT-RATES.
001860     05  CHB-DEFAULT-RATE       PIC 9(03)V9(04) OCCURS 6 TIMES.
001870
001880 01  CHB-TITLE-LINE             PIC X(80).
001890 01  CHB-LABEL-LINE.
001900     05  CHB-LBL-LABEL          PIC X(28).
001910     05  CHB-LBL-VALUE          PIC X(40).
001920 01  CHB-COUNT-LINE.
001930     05  CHB-CNT-LABEL          PIC X(28).
001940     05  CHB-CNT-VALUE          PIC ZZZZ9.
001950 01  CHB-AMOUNT-LINE.
001960     05  CHB-AMT-LABEL          PIC X(28).
001970     05  CHB-AMT-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
001980 01  CHB-TIE-LINE.
001990     05  CHB-TIE-LABEL          PIC X(28).
002000     05  CHB-TIE-HISTORY        PIC ZZZZZZZZ9.
002010     05  FILLER                 PIC X(11) VALUE
002020         '  CALMSUM: '.
002030     05  CHB-TIE-OFFICIAL       PIC ZZZZZZZZ9.
002040     05  FILLER                 PIC X(02) VALUE SPACES.
002050     05  CHB-TIE-FLAG           PIC X(08).
002060 01  CHB-SRC-HEADING-LINE.
002070     05  FILLER                 PIC X(38) VALUE
002080         'SOURCE    RECEIVED  REJECTED  RESUBMIT'.
002090     05  FILLER                 PIC X(42) VALUE
002100         '  DUPLICAT  CALIBRAT  EXCEPTNS  BILLED'.
002110 01  CHB-SRC-DETAIL-LINE.
002120     05  CHB-SRD-ID             PIC X(08).
002130     05  CHB-SRD-COUNTS         OCCURS 6 TIMES.
002140         10  FILLER             PIC X(02).
002150         10  CHB-SRD-COUNT      PIC ZZZZZZZ9.
002160     05  FILLER                 PIC X(02).
002170     05  CHB-SRD-BILLED         PIC X(10).
002180 01  CHB-STMT-HEADING-LINE.
002190     05  FILLER                 PIC X(48) VALUE
002200         'CATEGORY      QUANTITY      RATE          AMOUNT'.
002210 01  CHB-STMT-DETAIL-LINE.
002220     05  CHB-STD-CATEGORY       PIC X(11).
002230     05  FILLER                 PIC X(01) VALUE SPACES.
002240     05  CHB-STD-QUANTITY       PIC ZZ,ZZZ,ZZ9.
002250     05  FILLER                 PIC X(02) VALUE SPACES.
002260     05  CHB-STD-RATE           PIC ZZ9.9999.
002270     05  FILLER                 PIC X(02) VALUE SPACES.
002280     05  CHB-STD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
002290
002300 PROCEDURE DIVISION.
002310 0000-MAINLINE.
002320     MOVE FUNCTION CURRENT-DATE(1:8) TO CHB-RUN-DATE.
002330     PERFORM 1000-READ-PARAMETERS
002340             THRU 1000-READ-PARAMETERS-EXIT.
002350     IF CHB-RUN-IN-ERROR
002360         GO TO 9999-EXIT
002370     END-IF.
002380     PERFORM 1100-LOOK-UP-SUMMARY
002390             THRU 1100-LOOK-UP-SUMMARY-EXIT.
002400     IF CHB-RUN-IN-ERROR
002410         GO TO 9999-EXIT
002420     END-IF.
002430     PERFORM 2000-LOAD-HISTORY THRU 2000-LOAD-HISTORY-EXIT.
002440     IF CHB-RUN-IN-ERROR
002450         GO TO 9999-EXIT
002460     END-IF.
002470     PERFORM 2100-ROLL-UP-SOURCES
002480             THRU 2100-ROLL-UP-SOURCES-EXIT.
002490     IF CHB-RUN-IN-ERROR
002500         GO TO 9999-EXIT
002510     END-IF.
002520     PERFORM 2200-TIE-OUT THRU 2200-TIE-OUT-EXIT.
002530     IF NOT CHB-RUN-IN-ERROR
002540         PERFORM 2300-PRICE-SOURCES
002550                 THRU 2300-PRICE-SOURCES-EXIT
002560     END-IF.
002570     PERFORM 3000-WRITE-REPORT THRU 3000-WRITE-REPORT-EXIT.
002580     PERFORM 3500-WRITE-EXTRACT THRU 3500-WRITE-EXTRACT-EXIT.
002590     GO TO 9999-EXIT.
002600
002610 0000-MAINLINE-EXIT.
002620     EXIT.
002630
002640******************************************************************
002650*    1000-READ-PARAMETERS - THE MONTH FROM CALCPARM.  A MISSING
002660*    OR MALFORMED PARAMETER RECORD FAILS THE RUN - THERE IS NO
002670*    SAFE DEFAULT MONTH TO BILL.
002680******************************************************************
002690 1000-READ-PARAMETERS.
002700     OPEN INPUT CHB-PARM-FILE.
002710     IF CHB-PARM-STATUS NOT = '00'
002720         DISPLAY 'UNABLE TO OPEN CALCPARM - STATUS: '
002730             CHB-PARM-STATUS
002740         MOVE 'Y' TO CHB-ERROR-SW
002750         GO TO 1000-READ-PARAMETERS-EXIT
002760     END-IF.
002770     READ CHB-PARM-FILE
002780         AT END
002790             DISPLAY 'CALCPARM IS EMPTY - NO MONTH TO BILL'
002800             MOVE 'Y' TO CHB-ERROR-SW
002810     END-READ.
002820     CLOSE CHB-PARM-FILE.
002830     IF CHB-RUN-IN-ERROR
002840         GO TO 1000-READ-PARAMETERS-EXIT
002850     END-IF.
002860     MOVE CHB-PARM-MONTH TO CHB-MONTH.
002870     IF CHB-MONTH NOT NUMERIC
002880             OR CHB-MONTH(5:2) < '01'
002890             OR CHB-MONTH(5:2) > '12'
002900         DISPLAY 'CALCPARM MONTH NOT YYYYMM - GOT: ' CHB-MONTH
002910         MOVE 'Y' TO CHB-ERROR-SW
002920     END-IF.
002930
002940 1000-READ-PARAMETERS-EXIT.
002950     EXIT.
002960
002970******************************************************************
002980*    1100-LOOK-UP-SUMMARY - THE MONTH MUST BE CLOSED ON CALMSUM:
002990*    THE STATEMENTS ARE TIED TO THE OFFICIAL FIGURES, AND A MONTH
003000*    STILL OPEN HAS NONE YET.  THE SUMMARY FOUND IS LEFT IN
003010*    MTH-SUMMARY-LINE FOR THE TIE-OUT.
003020******************************************************************
003030 1100-LOOK-UP-SUMMARY.
003040     MOVE 'N' TO CHB-FOUND-SW.
003050     OPEN INPUT CHB-SUMMARY-FILE.
003060     IF CHB-SUMMARY-STATUS = '35'
003070         GO TO 1100-LOOK-UP-SUMMARY-JUDGE
003080     END-IF.
003090     IF CHB-SUMMARY-STATUS NOT = '00'
003100         DISPLAY 'UNABLE TO OPEN CALMSUM - STATUS: '
003110             CHB-SUMMARY-STATUS
003120         MOVE 'Y' TO CHB-ERROR-SW
003130         GO TO 1100-LOOK-UP-SUMMARY-EXIT
003140     END-IF.
003150     MOVE 'N' TO CHB-EOF-SW.
003160     PERFORM 1110-CHECK-SUMMARY-RECORD
003170             THRU 1110-CHECK-SUMMARY-RECORD-EXIT
003180         UNTIL CHB-END-OF-FILE OR CHB-MONTH-CLOSED.
003190     CLOSE CHB-SUMMARY-FILE.
003200
003210 1100-LOOK-UP-SUMMARY-JUDGE.
003220     IF NOT CHB-MONTH-CLOSED
003230         DISPLAY 'MONTH ' CHB-MONTH ' IS NOT CLOSED ON CALMSUM - '
003240             'RUN THE CALMONTH CLOSE BEFORE THE CHARGEBACK'
003250         MOVE 'Y' TO CHB-ERROR-SW
003260     END-IF.
003270
003280 1100-LOOK-UP-SUMMARY-EXIT.
003290     EXIT.
003300
003310 1110-CHECK-SUMMARY-RECORD.
003320     READ CHB-SUMMARY-FILE
003330         AT END
003340             MOVE 'Y' TO CHB-EOF-SW
003350             GO TO 1110-CHECK-SUMMARY-RECORD-EXIT
003360     END-READ.
003370     MOVE CHB-SUMMARY-RECORD TO MTH-SUMMARY-LINE.
003380     IF MTH-SUM-MONTH = CHB-MONTH AND MTH-SUM-IS-CLOSED
003390         MOVE 'Y' TO CHB-FOUND-SW
003400     END-IF.
003410
003420 1110-CHECK-SUMMARY-RECORD-EXIT.
003430     EXIT.
003440
003450******************************************************************
003460*    2000-LOAD-HISTORY - EVERY CALSRCHS LINE DATED IN THE MONTH
003470*    INTO THE NIGHT TABLE, ONE ROW PER NIGHT AND SOURCE.  A
003480*    MISSING HISTORY FILE IS A MONTH WITH NO LINES, WHICH THE
003490*    TIE-OUT THEN REFUSES.  A MALFORMED LINE IS SKIPPED AND
003500*    COUNTED; A FULL TABLE FAILS THE RUN.
003510******************************************************************
003520 2000-LOAD-HISTORY.
003530     OPEN INPUT CHB-HISTORY-FILE.
003540     IF CHB-HISTORY-STATUS = '35'
003550         DISPLAY 'CALSRCHS NOT FOUND - NO PER-SOURCE HISTORY'
003560         GO TO 2000-LOAD-HISTORY-EXIT
003570     END-IF.
003580     IF CHB-HISTORY-STATUS NOT = '00'
003590         DISPLAY 'UNABLE TO OPEN CALSRCHS - STATUS: '
003600             CHB-HISTORY-STATUS
003610         MOVE 'Y' TO CHB-ERROR-SW
003620         GO TO 2000-LOAD-HISTORY-EXIT
003630     END-IF.
003640     MOVE 'N' TO CHB-EOF-SW.
003650     PERFORM 2010-LOAD-ONE-LINE THRU 2010-LOAD-ONE-LINE-EXIT
003660         UNTIL CHB-END-OF-FILE OR CHB-RUN-IN-ERROR.
003670     CLOSE CHB-HISTORY-FILE.
003680     IF CHB-MALFORMED-COUNT > ZERO
003690         DISPLAY 'MALFORMED CALSRCHS LINES SKIPPED: '
003700             CHB-MALFORMED-COUNT
003710         MOVE 'Y' TO CHB-WARNING-SW
003720     END-IF.
003730
003740 2000-LOAD-HISTORY-EXIT.
003750     EXIT.
003760
003770 2010-LOAD-ONE-LINE.
003780     READ CHB-HISTORY-FILE
003790         AT END
003800             MOVE 'Y' TO CHB-EOF-SW
003810             GO TO 2010-LOAD-ONE-LINE-EXIT
003820     END-READ.
003830     MOVE CHB-HISTORY-RECORD TO CSH-HISTORY-LINE.
003840     IF CSH-RUN-DATE(1:6) NOT = CHB-MONTH
003850         GO TO 2010-LOAD-ONE-LINE-EXIT
003860     END-IF.
003870     IF CSH-RECEIVED NOT NUMERIC
003880             OR CSH-REJECTED NOT NUMERIC
003890             OR CSH-RESUBMITTED NOT NUMERIC
003900             OR CSH-DUPLICATED NOT NUMERIC
003910             OR CSH-CALIBRATED NOT NUMERIC
003920             OR CSH-EXCEPTIONED NOT NUMERIC
003930         ADD 1 TO CHB-MALFORMED-COUNT
003940         GO TO 2010-LOAD-ONE-LINE-EXIT
003950     END-IF.
003960     MOVE ZERO TO CHB-NGT-CUR.
003970     PERFORM 2020-MATCH-NIGHT THRU 2020-MATCH-NIGHT-EXIT
003980         VARYING CHB-NGT-SUB FROM 1 BY 1
003990         UNTIL CHB-NGT-SUB > CHB-NIGHT-COUNT
004000            OR CHB-NGT-CUR > ZERO.
004010     IF CHB-NGT-CUR > ZERO
004020         ADD 1 TO CHB-REPLACED-COUNT
004030     ELSE
004040         IF CHB-NIGHT-COUNT < 400
004050             ADD 1 TO CHB-NIGHT-COUNT
004060             MOVE CHB-NIGHT-COUNT TO CHB-NGT-CUR
004070             MOVE CSH-RUN-DATE TO CHB-NGT-DATE(CHB-NGT-CUR)
004080             MOVE CSH-SOURCE-ID TO CHB-NGT-SOURCE(CHB-NGT-CUR)
004090         ELSE
004100             DISPLAY 'NIGHT TABLE FULL - MORE THAN 400 SOURCE '
004110                 'NIGHTS IN MONTH ' CHB-MONTH
004120             MOVE 'Y' TO CHB-ERROR-SW
004130             GO TO 2010-LOAD-ONE-LINE-EXIT
004140         END-IF
004150     END-IF.
004160     PERFORM 2030-STORE-NIGHT-COUNT
004170             THRU 2030-STORE-NIGHT-COUNT-EXIT
004180         VARYING CHB-CAT-SUB FROM 1 BY 1
004190         UNTIL CHB-CAT-SUB > CAT-CATEGORY-COUNT.
004200
004210 2010-LOAD-ONE-LINE-EXIT.
004220     EXIT.
004230
004240 2020-MATCH-NIGHT.
004250     IF CHB-NGT-DATE(CHB-NGT-SUB) = CSH-RUN-DATE
004260             AND CHB-NGT-SOURCE(CHB-NGT-SUB) = CSH-SOURCE-ID
004270         MOVE CHB-NGT-SUB TO CHB-NGT-CUR
004280     END-IF.
004290
004300 2020-MATCH-NIGHT-EXIT.
004310     EXIT.
004320
004330 2030-STORE-NIGHT-COUNT.
004340     MOVE CSH-COUNT(CHB-CAT-SUB)
004350         TO CHB-NGT-COUNT(CHB-NGT-CUR, CHB-CAT-SUB).
004360
004370 2030-STORE-NIGHT-COUNT-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410*    2100-ROLL-UP-SOURCES - ADD EACH NIGHT INTO ITS SOURCE'S
004420*    CATEGORY TOTALS AND INTO THE MONTH'S.  A SOURCE TABLE TOO
004430*    SMALL FOR THE MONTH FAILS THE RUN.
004440******************************************************************
004450 2100-ROLL-UP-SOURCES.
004460     INITIALIZE CHB-MONTH-TOTALS.
004470     PERFORM 2110-ROLL-UP-ONE-NIGHT
004480             THRU 2110-ROLL-UP-ONE-NIGHT-EXIT
004490         VARYING CHB-NGT-SUB FROM 1 BY 1
004500         UNTIL CHB-NGT-SUB > CHB-NIGHT-COUNT.
004510
004520 2100-ROLL-UP-SOURCES-EXIT.
004530     EXIT.
004540
004550 2110-ROLL-UP-ONE-NIGHT.
004560     MOVE ZERO TO CHB-SRC-CUR.
004570     PERFORM 2120-MATCH-SOURCE THRU 2120-MATCH-SOURCE-EXIT
004580         VARYING CHB-SRC-SUB FROM 1 BY 1
004590         UNTIL CHB-SRC-SUB > CHB-SOURCE-COUNT
004600            OR CHB-SRC-CUR > ZERO.
004610     IF CHB-SRC-CUR = ZERO
004620         IF CHB-SOURCE-COUNT < 20
004630             ADD 1 TO CHB-SOURCE-COUNT
004640             MOVE CHB-SOURCE-COUNT TO CHB-SRC-CUR
004650             INITIALIZE CHB-SRC-ENTRY(CHB-SRC-CUR)
004660             MOVE CHB-NGT-SOURCE(CHB-NGT-SUB)
004670                 TO CHB-SRC-ID(CHB-SRC-CUR)
004680         ELSE
004690             DISPLAY 'SOURCE TABLE FULL - MORE THAN 20 SOURCES '
004700                 'IN MONTH ' CHB-MONTH
004710             MOVE 'Y' TO CHB-ERROR-SW
004720             GO TO 2110-ROLL-UP-ONE-NIGHT-EXIT
004730         END-IF
004740     END-IF.
004750     PERFORM 2130-ADD-ONE-COUNT THRU 2130-ADD-ONE-COUNT-EXIT
004760         VARYING CHB-CAT-SUB FROM 1 BY 1
004770         UNTIL CHB-CAT-SUB > CAT-CATEGORY-COUNT.
004780
004790 2110-ROLL-UP-ONE-NIGHT-EXIT.
004800     EXIT.
004810
004820 2120-MATCH-SOURCE.
004830     IF CHB-SRC-ID(CHB-SRC-SUB) = CHB-NGT-SOURCE(CHB-NGT-SUB)
004840         MOVE CHB-SRC-SUB TO CHB-SRC-CUR
004850     END-IF.
004860
004870 2120-MATCH-SOURCE-EXIT.
004880     EXIT.
004890
004900 2130-ADD-ONE-COUNT.
004910     ADD CHB-NGT-COUNT(CHB-NGT-SUB, CHB-CAT-SUB)
004920         TO CHB-SRC-TOTAL(CHB-SRC-CUR, CHB-CAT-SUB)
004930            CHB-ALL-TOTAL(CHB-CAT-SUB).
004940
004950 2130-ADD-ONE-COUNT-EXIT.
004960     EXIT.
004970
004980******************************************************************
004990*    2200-TIE-OUT - THE MONTH'S LINES CALIBRATED PLUS LINES
005000*    EXCEPTIONED MUST EQUAL THE RECORDS CALMONTH CLOSED, AND THE
005010*    LINES EXCEPTIONED ITS EXCEPTIONS.  ANY DIFFERENCE - A NIGHT
005020*    CALBAL NEVER FILED, A RERUN, A HAND-EDITED FILE - MEANS THE
005030*    STATEMENTS WOULD NOT AGREE WITH THE OFFICIAL MONTH, AND NO
005040*    INVOICE MAY GO OUT ON THEM.
005050******************************************************************
005060 2200-TIE-OUT.
005070     COMPUTE CHB-TIE-RECORDS =
005080         CHB-ALL-TOTAL(5) + CHB-ALL-TOTAL(6).
005090     IF CHB-TIE-RECORDS NOT = MTH-SUM-RECORDS
005100             OR CHB-ALL-TOTAL(6) NOT = MTH-SUM-EXCEPTIONS
005110         MOVE 'N' TO CHB-TIE-SW
005120         MOVE 'Y' TO CHB-ERROR-SW
005130         DISPLAY 'MONTH ' CHB-MONTH
005140             ' DOES NOT TIE OUT TO CALMSUM '
005150             '- NO STATEMENTS PRODUCED'
005160     END-IF.
005170
005180 2200-TIE-OUT-EXIT.
005190     EXIT.
005200
005210******************************************************************
005220*    2300-PRICE-SOURCES - PRICE EVERY SOURCE BUT RECYCLE FROM ITS
005230*    OWN CALRATE ROW, ELSE FROM *DEFAULT.  A VENDOR WITH NEITHER
005240*    FAILS THE RUN RATHER THAN BE BILLED AT NOTHING.  THE SOURCE
005250*    REGISTRY, WHERE PRESENT, SUPPLIES THE VENDOR DESCRIPTION
005260*    PRINTED ON THE STATEMENT.
005270******************************************************************
005280 2300-PRICE-SOURCES.
005290     MOVE ZERO TO CHB-GRAND-DUE.
005300     OPEN INPUT CHB-RATE-FILE.
005310     IF CHB-RATE-STATUS = '00'
005320         MOVE 'Y' TO CHB-RATES-OPEN-SW
005330         MOVE CHB-DEFAULT-KEY TO RAT-SOURCE-ID
005340         READ CHB-RATE-FILE
005350             INVALID KEY
005360                 MOVE 'N' TO CHB-DEFAULT-SW
005370             NOT INVALID KEY
005380                 MOVE 'Y' TO CHB-DEFAULT-SW
005390                 MOVE RAT-RATES TO CHB-DEFAULT-RATES
005400         END-READ
005410     ELSE
005420         DISPLAY 'CALRATE NOT AVAILABLE - STATUS: '
005430             CHB-RATE-STATUS
005440     END-IF.
005450     OPEN INPUT CHB-REGISTRY-FILE.
005460     IF CHB-REGISTRY-STATUS = '00'
005470         MOVE 'Y' TO CHB-REGISTRY-OPEN-SW
005480     END-IF.
005490     PERFORM 2310-PRICE-ONE-SOURCE THRU 2310-PRICE-ONE-SOURCE-EXIT
005500         VARYING CHB-SRC-SUB FROM 1 BY 1
005510         UNTIL CHB-SRC-SUB > CHB-SOURCE-COUNT.
005520     IF CHB-RATES-OPEN
005530         CLOSE CHB-RATE-FILE
005540     END-IF.
005550     IF CHB-REGISTRY-OPEN
005560         CLOSE CHB-REGISTRY-FILE
005570     END-IF.
005580     IF CHB-NO-RATE-COUNT > ZERO
005590         DISPLAY 'SOURCES WITH NO RATE AND NO *DEFAULT ROW: '
005600             CHB-NO-RATE-COUNT ' - NO STATEMENTS PRODUCED'
005610         MOVE 'Y' TO CHB-ERROR-SW
005620     END-IF.
005630
005640 2300-PRICE-SOURCES-EXIT.
005650     EXIT.
005660
005670 2310-PRICE-ONE-SOURCE.
005680     IF CHB-SRC-ID(CHB-SRC-SUB) = CHB-RECYCLE-SOURCE
005690         MOVE 'SHOP REWORK' TO CHB-SRC-DESCRIPTION(CHB-SRC-SUB)
005700         GO TO 2310-PRICE-ONE-SOURCE-EXIT
005710     END-IF.
005720     IF CHB-REGISTRY-OPEN
005730         MOVE CHB-SRC-ID(CHB-SRC-SUB) TO SRG-SOURCE-ID
005740         READ CHB-REGISTRY-FILE
005750             NOT INVALID KEY
005760                 MOVE SRG-DESCRIPTION
005770                     TO CHB-SRC-DESCRIPTION(CHB-SRC-SUB)
005780         END-READ
005790     END-IF.
005800     MOVE 'N' TO CHB-RATE-FOUND-SW.
005810     IF CHB-RATES-OPEN
005820         MOVE CHB-SRC-ID(CHB-SRC-SUB) TO RAT-SOURCE-ID
005830         READ CHB-RATE-FILE
005840             NOT INVALID KEY
005850                 MOVE 'Y' TO CHB-RATE-FOUND-SW
005860         END-READ
005870     END-IF.
005880     IF CHB-RATE-ROW-FOUND
005890         MOVE CHB-SRC-ID(CHB-SRC-SUB)
005900             TO CHB-SRC-RATES-FROM(CHB-SRC-SUB)
005910     ELSE
005920         IF CHB-DEFAULT-ON-FILE
005930             MOVE CHB-DEFAULT-RATES TO RAT-RATES
005940             MOVE CHB-DEFAULT-KEY
005950                 TO CHB-SRC-RATES-FROM(CHB-SRC-SUB)
005960         ELSE
005970             ADD 1 TO CHB-NO-RATE-COUNT
005980             MOVE 'NO RATE' TO CHB-SRC-RATES-FROM(CHB-SRC-SUB)
005990             GO TO 2310-PRICE-ONE-SOURCE-EXIT
006000         END-IF
006010     END-IF.
006020     MOVE 'Y' TO CHB-SRC-BILLED-SW(CHB-SRC-SUB).
006030     PERFORM 2320-PRICE-ONE-CATEGORY
006040             THRU 2320-PRICE-ONE-CATEGORY-EXIT
006050         VARYING CHB-CAT-SUB FROM 1 BY 1
006060         UNTIL CHB-CAT-SUB > CAT-CATEGORY-COUNT.
006070     ADD CHB-SRC-DUE(CHB-SRC-SUB) TO CHB-GRAND-DUE.
006080
006090 2310-PRICE-ONE-SOURCE-EXIT.
006100     EXIT.
006110
006120 2320-PRICE-ONE-CATEGORY.
006130     MOVE RAT-RATE(CHB-CAT-SUB)
006140         TO CHB-SRC-RATE(CHB-SRC-SUB, CHB-CAT-SUB).
006150     COMPUTE CHB-SRC-AMOUNT(CHB-SRC-SUB, CHB-CAT-SUB) ROUNDED =
006160         CHB-SRC-TOTAL(CHB-SRC-SUB, CHB-CAT-SUB)
006170         * CHB-SRC-RATE(CHB-SRC-SUB, CHB-CAT-SUB).
006180     ADD CHB-SRC-AMOUNT(CHB-SRC-SUB, CHB-CAT-SUB)
006190         TO CHB-SRC-DUE(CHB-SRC-SUB).
006200
006210 2320-PRICE-ONE-CATEGORY-EXIT.
006220     EXIT.
006230
006240******************************************************************
006250*    3000-WRITE-REPORT - THE CONTROL PAGE FIRST, ALWAYS: EVERY
006260*    SOURCE'S MONTH, THE TIE-OUT TO CALMSUM AND THE VERDICT.
006270*    ONLY A RUN STILL CLEAN GOES ON TO ONE STATEMENT PER BILLED
006280*    VENDOR.
006290******************************************************************
006300 3000-WRITE-REPORT.
006310     OPEN OUTPUT CHB-REPORT-FILE.
006320     IF CHB-REPORT-STATUS NOT = '00'
006330         DISPLAY 'UNABLE TO OPEN CALCHGRP - STATUS: '
006340             CHB-REPORT-STATUS
006350         MOVE 'Y' TO CHB-ERROR-SW
006360         GO TO 3000-WRITE-REPORT-EXIT
006370     END-IF.
006380     MOVE '===== CALCHGBK VENDOR CHARGEBACK - CONTROL PAGE ====='
006390         TO CHB-TITLE-LINE.
006400     MOVE CHB-TITLE-LINE TO CHB-REPORT-RECORD.
006410     WRITE CHB-REPORT-RECORD.
006420     MOVE 'MONTH...................: ' TO CHB-LBL-LABEL.
006430     MOVE CHB-MONTH TO CHB-LBL-VALUE.
006440     MOVE CHB-LABEL-LINE TO CHB-REPORT-RECORD.
006450     WRITE CHB-REPORT-RECORD.
006460     MOVE CHB-SRC-HEADING-LINE TO CHB-REPORT-RECORD.
006470     WRITE CHB-REPORT-RECORD.
006480     PERFORM 3010-WRITE-SOURCE-LINE
006490             THRU 3010-WRITE-SOURCE-LINE-EXIT
006500         VARYING CHB-SRC-SUB FROM 1 BY 1
006510         UNTIL CHB-SRC-SUB > CHB-SOURCE-COUNT.
006520     MOVE 'CALIBRATED + EXCEPTIONED: ' TO CHB-TIE-LABEL.
006530     MOVE CHB-TIE-RECORDS TO CHB-TIE-HISTORY.
006540     MOVE MTH-SUM-RECORDS TO CHB-TIE-OFFICIAL.
006550     IF CHB-TIE-RECORDS = MTH-SUM-RECORDS
006560         MOVE 'AGREES' TO CHB-TIE-FLAG
006570     ELSE
006580         MOVE '*OFF*' TO CHB-TIE-FLAG
006590     END-IF.
006600     MOVE CHB-TIE-LINE TO CHB-REPORT-RECORD.
006610     WRITE CHB-REPORT-RECORD.
006620     MOVE 'EXCEPTIONED.............: ' TO CHB-TIE-LABEL.
006630     MOVE CHB-ALL-TOTAL(6) TO CHB-TIE-HISTORY.
006640     MOVE MTH-SUM-EXCEPTIONS TO CHB-TIE-OFFICIAL.
006650     IF CHB-ALL-TOTAL(6) = MTH-SUM-EXCEPTIONS
006660         MOVE 'AGREES' TO CHB-TIE-FLAG
006670     ELSE
006680         MOVE '*OFF*' TO CHB-TIE-FLAG
006690     END-IF.
006700     MOVE CHB-TIE-LINE TO CHB-REPORT-RECORD.
006710     WRITE CHB-REPORT-RECORD.
006720     IF CHB-REPLACED-COUNT > ZERO
006730         MOVE 'RERUN NIGHTS REPLACED...: ' TO CHB-CNT-LABEL
006740         MOVE CHB-REPLACED-COUNT TO CHB-CNT-VALUE
006750         MOVE CHB-COUNT-LINE TO CHB-REPORT-RECORD
006760         WRITE CHB-REPORT-RECORD
006770     END-IF.
006780     IF CHB-MALFORMED-COUNT > ZERO
006790         MOVE 'MALFORMED LINES SKIPPED.: ' TO CHB-CNT-LABEL
006800         MOVE CHB-MALFORMED-COUNT TO CHB-CNT-VALUE
006810         MOVE CHB-COUNT-LINE TO CHB-REPORT-RECORD
006820         WRITE CHB-REPORT-RECORD
006830     END-IF.
006840     IF CHB-RUN-IN-ERROR
006850         IF CHB-MONTH-TIES-OUT
006860             MOVE 'VERDICT: VENDOR WITHOUT A RATE - NO STATEMENTS'
006870                 TO CHB-TITLE-LINE
006880         ELSE
006890             MOVE 'VERDICT: NO TIE-OUT TO CALMSUM - NO STATEMENTS'
006900                 TO CHB-TITLE-LINE
006910         END-IF
006920         MOVE CHB-TITLE-LINE TO CHB-REPORT-RECORD
006930         WRITE CHB-REPORT-RECORD
006940         CLOSE CHB-REPORT-FILE
006950         DISPLAY CHB-TITLE-LINE
006960         GO TO 3000-WRITE-REPORT-EXIT
006970     END-IF.
006980     MOVE 'TOTAL BILLED............: ' TO CHB-AMT-LABEL.
006990     MOVE CHB-GRAND-DUE TO CHB-AMT-VALUE.
007000     MOVE CHB-AMOUNT-LINE TO CHB-REPORT-RECORD.
007010     WRITE CHB-REPORT-RECORD.
007020     MOVE 'VERDICT: MONTH TIES OUT - STATEMENTS FOLLOW'
007030         TO CHB-TITLE-LINE.
007040     MOVE CHB-TITLE-LINE TO CHB-REPORT-RECORD.
007050     WRITE CHB-REPORT-RECORD.
007060     PERFORM 3100-WRITE-STATEMENT THRU 3100-WRITE-STATEMENT-EXIT
007070         VARYING CHB-SRC-SUB FROM 1 BY 1
007080         UNTIL CHB-SRC-SUB > CHB-SOURCE-COUNT.
007090     CLOSE CHB-REPORT-FILE.
007100     DISPLAY 'CHARGEBACK FOR ' CHB-MONTH ' - STATEMENTS: '
007110         CHB-STATEMENT-COUNT.
007120
007130 3000-WRITE-REPORT-EXIT.
007140     EXIT.
007150
007160 3010-WRITE-SOURCE-LINE.
007170     MOVE SPACES TO CHB-SRC-DETAIL-LINE.
007180     MOVE CHB-SRC-ID(CHB-SRC-SUB) TO CHB-SRD-ID.
007190     PERFORM 3015-MOVE-ONE-COUNT THRU 3015-MOVE-ONE-COUNT-EXIT
007200         VARYING CHB-CAT-SUB FROM 1 BY 1
007210         UNTIL CHB-CAT-SUB > CAT-CATEGORY-COUNT.
007220     IF CHB-SRC-ID(CHB-SRC-SUB) = CHB-RECYCLE-SOURCE
007230         MOVE 'SHOP' TO CHB-SRD-BILLED
007240     ELSE
007250         IF CHB-SRC-BILLED(CHB-SRC-SUB)
007260             MOVE 'YES' TO CHB-SRD-BILLED
007270         ELSE
007280             IF CHB-SRC-RATES-FROM(CHB-SRC-SUB) = 'NO RATE'
007290                 MOVE '*NO RATE*' TO CHB-SRD-BILLED
007300             ELSE
007310                 MOVE 'NO' TO CHB-SRD-BILLED
007320             END-IF
007330         END-IF
007340     END-IF.
007350     MOVE CHB-SRC-DETAIL-LINE TO CHB-REPORT-RECORD.
007360     WRITE CHB-REPORT-RECORD.
007370
007380 3010-WRITE-SOURCE-LINE-EXIT.
007390     EXIT.
007400
007410 3015-MOVE-ONE-COUNT.
007420     MOVE CHB-SRC-TOTAL(CHB-SRC-SUB, CHB-CAT-SUB)
007430         TO CHB-SRD-COUNT(CHB-CAT-SUB).
007440
007450 3015-MOVE-ONE-COUNT-EXIT.
007460     EXIT.
007470
007480******************************************************************
007490*    3100-WRITE-STATEMENT - ONE VENDOR'S STATEMENT: WHO, WHICH
007500*    MONTH, WHOSE RATES, THEN QUANTITY, RATE AND AMOUNT FOR EACH
007510*    CATEGORY AND THE TOTAL DUE.
007520******************************************************************
007530 3100-WRITE-STATEMENT.
007540     IF NOT CHB-SRC-BILLED(CHB-SRC-SUB)
007550         GO TO 3100-WRITE-STATEMENT-EXIT
007560     END-IF.
007570     ADD 1 TO CHB-STATEMENT-COUNT.
007580     MOVE SPACES TO CHB-REPORT-RECORD.
007590     WRITE CHB-REPORT-RECORD.
007600     MOVE '===== MONTHLY PROCESSING STATEMENT ====='
007610         TO CHB-TITLE-LINE.
007620     MOVE CHB-TITLE-LINE TO CHB-REPORT-RECORD.
007630     WRITE CHB-REPORT-RECORD.
007640     MOVE 'VENDOR SOURCE...........: ' TO CHB-LBL-LABEL.
007650     MOVE CHB-SRC-ID(CHB-SRC-SUB) TO CHB-LBL-VALUE.
007660     MOVE CHB-LABEL-LINE TO CHB-REPORT-RECORD.
007670     WRITE CHB-REPORT-RECORD.
007680     MOVE 'DESCRIPTION.............: ' TO CHB-LBL-LABEL.
007690     MOVE CHB-SRC-DESCRIPTION(CHB-SRC-SUB) TO CHB-LBL-VALUE.
007700     MOVE CHB-LABEL-LINE TO CHB-REPORT-RECORD.
007710     WRITE CHB-REPORT-RECORD.
007720     MOVE 'MONTH...................: ' TO CHB-LBL-LABEL.
007730     MOVE CHB-MONTH TO CHB-LBL-VALUE.
007740     MOVE CHB-LABEL-LINE TO CHB-REPORT-RECORD.
007750     WRITE CHB-REPORT-RECORD.
007760     MOVE 'RATES FROM..............: ' TO CHB-LBL-LABEL.
007770     MOVE CHB-SRC-RATES-FROM(CHB-SRC-SUB) TO CHB-LBL-VALUE.
007780     MOVE CHB-LABEL-LINE TO CHB-REPORT-RECORD.
007790     WRITE CHB-REPORT-RECORD.
007800     MOVE CHB-STMT-HEADING-LINE TO CHB-REPORT-RECORD.
007810     WRITE CHB-REPORT-RECORD.
007820     PERFORM 3110-WRITE-STATEMENT-LINE
007830             THRU 3110-WRITE-STATEMENT-LINE-EXIT
007840         VARYING CHB-CAT-SUB FROM 1 BY 1
007850         UNTIL CHB-CAT-SUB > CAT-CATEGORY-COUNT.
007860     MOVE 'TOTAL DUE...............: ' TO CHB-AMT-LABEL.
007870     MOVE CHB-SRC-DUE(CHB-SRC-SUB) TO CHB-AMT-VALUE.
007880     MOVE CHB-AMOUNT-LINE TO CHB-REPORT-RECORD.
007890     WRITE CHB-REPORT-RECORD.
007900
007910 3100-WRITE-STATEMENT-EXIT.
007920     EXIT.
007930
007940 3110-WRITE-STATEMENT-LINE.
007950     MOVE CAT-CATEGORY-NAME(CHB-CAT-SUB) TO CHB-STD-CATEGORY.
007960     MOVE CHB-SRC-TOTAL(CHB-SRC-SUB, CHB-CAT-SUB)
007970         TO CHB-STD-QUANTITY.
007980     MOVE CHB-SRC-RATE(CHB-SRC-SUB, CHB-CAT-SUB) TO CHB-STD-RATE.
007990     MOVE CHB-SRC-AMOUNT(CHB-SRC-SUB, CHB-CAT-SUB)
008000         TO CHB-STD-AMOUNT.
008010     MOVE CHB-STMT-DETAIL-LINE TO CHB-REPORT-RECORD.
008020     WRITE CHB-REPORT-RECORD.
008030
008040 3110-WRITE-STATEMENT-LINE-EXIT.
008050     EXIT.
008060
008070******************************************************************
008080*    3500-WRITE-EXTRACT - THE BILLING EXTRACT IS REWRITTEN EVERY
008090*    RUN.  A FAILED RUN LEAVES IT EMPTY, SO FINANCE CAN NEVER
008100*    PICK UP A PRIOR RUN'S LINES AS THIS MONTH'S INVOICES.  A
008110*    CLEAN RUN WRITES ONE D LINE PER BILLED VENDOR PER CATEGORY
008120*    AND THE T TRAILER.
008130******************************************************************
008140 3500-WRITE-EXTRACT.
008150     OPEN OUTPUT CHB-EXTRACT-FILE.
008160     IF CHB-EXTRACT-STATUS NOT = '00'
008170         DISPLAY 'UNABLE TO OPEN CALCHGBX - STATUS: '
008180             CHB-EXTRACT-STATUS
008190         MOVE 'Y' TO CHB-ERROR-SW
008200         GO TO 3500-WRITE-EXTRACT-EXIT
008210     END-IF.
008220     IF CHB-RUN-IN-ERROR
008230         CLOSE CHB-EXTRACT-FILE
008240         GO TO 3500-WRITE-EXTRACT-EXIT
008250     END-IF.
008260     PERFORM 3510-EXTRACT-ONE-SOURCE
008270             THRU 3510-EXTRACT-ONE-SOURCE-EXIT
008280         VARYING CHB-SRC-SUB FROM 1 BY 1
008290         UNTIL CHB-SRC-SUB > CHB-SOURCE-COUNT.
008300     INITIALIZE CBX-EXTRACT-LINE.
008310     MOVE 'T' TO CBX-RECORD-TYPE.
008320     MOVE CHB-MONTH TO CBX-MONTH.
008330     MOVE '*TOTAL*' TO CBX-SOURCE-ID.
008340     MOVE 'TRAILER' TO CBX-CATEGORY.
008350     MOVE CHB-EXTRACT-COUNT TO CBX-QUANTITY.
008360     MOVE ZERO TO CBX-RATE.
008370     MOVE CHB-GRAND-DUE TO CBX-AMOUNT.
008380     MOVE CHB-RUN-DATE TO CBX-RUN-DATE.
008390     MOVE CBX-EXTRACT-LINE TO CHB-EXTRACT-RECORD.
008400     WRITE CHB-EXTRACT-RECORD.
008410     CLOSE CHB-EXTRACT-FILE.
008420
008430 3500-WRITE-EXTRACT-EXIT.
008440     EXIT.
008450
008460 3510-EXTRACT-ONE-SOURCE.
008470     IF NOT CHB-SRC-BILLED(CHB-SRC-SUB)
008480         GO TO 3510-EXTRACT-ONE-SOURCE-EXIT
008490     END-IF.
008500     PERFORM 3520-EXTRACT-ONE-CATEGORY
008510             THRU 3520-EXTRACT-ONE-CATEGORY-EXIT
008520         VARYING CHB-CAT-SUB FROM 1 BY 1
008530         UNTIL CHB-CAT-SUB > CAT-CATEGORY-COUNT.
008540
008550 3510-EXTRACT-ONE-SOURCE-EXIT.
008560     EXIT.
008570
008580 3520-EXTRACT-ONE-CATEGORY.
008590     INITIALIZE CBX-EXTRACT-LINE.
008600     MOVE 'D' TO CBX-RECORD-TYPE.
008610     MOVE CHB-MONTH TO CBX-MONTH.
008620     MOVE CHB-SRC-ID(CHB-SRC-SUB) TO CBX-SOURCE-ID.
008630     MOVE CAT-CATEGORY-NAME(CHB-CAT-SUB) TO CBX-CATEGORY.
008640     MOVE CHB-SRC-TOTAL(CHB-SRC-SUB, CHB-CAT-SUB) TO CBX-QUANTITY.
008650     MOVE CHB-SRC-RATE(CHB-SRC-SUB, CHB-CAT-SUB) TO CBX-RATE.
008660     MOVE CHB-SRC-AMOUNT(CHB-SRC-SUB, CHB-CAT-SUB) TO CBX-AMOUNT.
008670     MOVE CHB-RUN-DATE TO CBX-RUN-DATE.
008680     MOVE CBX-EXTRACT-LINE TO CHB-EXTRACT-RECORD.
008690     WRITE CHB-EXTRACT-RECORD.
008700     ADD 1 TO CHB-EXTRACT-COUNT.
008710
008720 3520-EXTRACT-ONE-CATEGORY-EXIT.
008730     EXIT.
008740
008750 9999-EXIT.
008760     IF CHB-RUN-IN-ERROR
008770         MOVE 8 TO RETURN-CODE
008780     ELSE
008790         IF CHB-RUN-HAS-WARNING
008800             MOVE 4 TO RETURN-CODE
008810         ELSE
008820             MOVE 0 TO RETURN-CODE
008830         END-IF
008840     END-IF.
008850     GOBACK.
