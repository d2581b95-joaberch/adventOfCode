000100******************************************************************
000110*    PROGRAM-ID..: GNCERTRP
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: OPERATOR CERTIFICATION EXPIRY REPORT, RUN ON
000170*                   THE SUNDAY CHAIN AS A NIGHTJOB STEP.  READS
000180*                   THE OPRMAST OPERATOR MASTER AND LISTS ON
000190*                   GNCERTRT EVERY CERTIFICATION (A PASS OF THE
000200*                   SUPERVISED guessNumber EXAM) THAT LAPSES
000210*                   WITHIN THE NEXT 30 DAYS, SO THE SUPERVISOR
000220*                   CAN BOOK A NEW SITTING IN TIME.  AN ACTIVE
000230*                   OPERATOR STILL AT LEVEL 2 OR 3 WHOSE
000240*                   CERTIFICATION HAS ALREADY LAPSED IS LISTED
000250*                   TOO.  A LISTING IS WORK FOR THE SUPERVISOR,
000260*                   NOT A FAILED STEP.
000270*    MODIFICATION HISTORY:
000280*      2026-10-15  RJB  ORIGINAL.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. GNCERTRP.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT GCR-MASTER-FILE ASSIGN TO 'OPRMAST'
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS OPR-OPERATOR-ID
000400         FILE STATUS IS GCR-MASTER-STATUS.
000410
000420     SELECT GCR-REPORT-FILE ASSIGN TO 'GNCERTRT'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS GCR-REPORT-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  GCR-MASTER-FILE.
000490     COPY OPRMSTRC.
000500
000510 FD  GCR-REPORT-FILE
000520     RECORDING MODE IS F.
000530 01  GCR-REPORT-RECORD          PIC X(80).
000540
000550 WORKING-STORAGE SECTION.
000560 77  GCR-MASTER-STATUS          PIC X(02) VALUE '00'.
000570 77  GCR-REPORT-STATUS          PIC X(02) VALUE '00'.
000580
000590 77  GCR-EOF-SW                 PIC X VALUE 'N'.
000600     88  GCR-END-OF-FILE                VALUE 'Y'.
000610
000620 77  GCR-WINDOW-DAYS            PIC 9(03) VALUE 30.
000630 77  GCR-TODAY                  PIC 9(08) VALUE ZERO.
000640 77  GCR-TODAY-DAYS             PIC 9(07) VALUE ZERO.
000650 77  GCR-DAYS-LEFT              PIC S9(07) VALUE ZERO.
000660 77  GCR-EXPIRING-COUNT         PIC 9(05) VALUE ZERO.
000670 77  GCR-LAPSED-COUNT           PIC 9(05) VALUE ZERO.
000680
000690 01  GCR-HEADING-LINE-1.
000700     05  FILLER                 PIC X(43) VALUE
000710         'OPERATOR CERTIFICATIONS EXPIRING WITHIN 30 '.
000720     05  FILLER                 PIC X(11) VALUE
000730         'DAYS FROM '.
000740     05  GCR-HDG-DATE           PIC 9(08).
000750 01  GCR-HEADING-LINE-2.
000760     05  FILLER                 PIC X(10) VALUE 'OPERATOR'.
000770     05  FILLER                 PIC X(18) VALUE 'NAME'.
000780     05  FILLER                 PIC X(05) VALUE 'LVL'.
000790     05  FILLER                 PIC X(10) VALUE 'CERTIFIED'.
000800     05  FILLER                 PIC X(10) VALUE 'EXAM'.
000810     05  FILLER                 PIC X(10) VALUE 'EXPIRES'.
000820     05  FILLER                 PIC X(06) VALUE 'DAYS'.
000830     05  FILLER                 PIC X(08) VALUE 'STATUS'.
000840 01  GCR-DETAIL-LINE.
000850     05  GCR-DTL-OPERATOR       PIC X(08).
000860     05  FILLER                 PIC X(02) VALUE SPACES.
000870     05  GCR-DTL-NAME           PIC X(16).
000880     05  FILLER                 PIC X(03) VALUE SPACES.
000890     05  GCR-DTL-LEVEL          PIC 9(01).
000900     05  FILLER                 PIC X(03) VALUE SPACES.
000910     05  GCR-DTL-CERT-DATE      PIC 9(08).
000920     05  FILLER                 PIC X(02) VALUE SPACES.
000930     05  GCR-DTL-EXAM           PIC X(08).
000940     05  FILLER                 PIC X(02) VALUE SPACES.
000950     05  GCR-DTL-EXPIRY         PIC 9(08).
000960     05  FILLER                 PIC X(01) VALUE SPACES.
000970     05  GCR-DTL-DAYS           PIC ---9.
000980     05  FILLER                 PIC X(03) VALUE SPACES.
000990     05  GCR-DTL-STATUS         PIC X(08).
001000 01  GCR-FOOTER-LINE.
001010     05  GCR-FTR-LABEL          PIC X(28).
001020     05  GCR-FTR-VALUE          PIC ZZZZ9.
001030
001040 PROCEDURE DIVISION.
001050 0000-MAINLINE.
001060     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001070     IF GCR-REPORT-STATUS NOT = '00'
001080         GO TO 9999-EXIT
001090     END-IF.
001100     PERFORM 2000-SCAN-MASTER THRU 2000-SCAN-MASTER-EXIT.
001110     PERFORM 8000-WRITE-FOOTER THRU 8000-WRITE-FOOTER-EXIT.
001120     CLOSE GCR-REPORT-FILE.
001130     GO TO 9999-EXIT.
001140
001150 0000-MAINLINE-EXIT.
001160     EXIT.
001170
001180 1000-INITIALIZE.
001190     MOVE FUNCTION CURRENT-DATE(1:8) TO GCR-TODAY.
001200     COMPUTE GCR-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(GCR-TODAY).
001210     OPEN OUTPUT GCR-REPORT-FILE.
001220     IF GCR-REPORT-STATUS NOT = '00'
001230         DISPLAY 'UNABLE TO OPEN GNCERTRT - STATUS: '
001240             GCR-REPORT-STATUS
001250         GO TO 1000-INITIALIZE-EXIT
001260     END-IF.
001270     MOVE GCR-TODAY TO GCR-HDG-DATE.
001280     MOVE GCR-HEADING-LINE-1 TO GCR-REPORT-RECORD.
001290     WRITE GCR-REPORT-RECORD.
001300     MOVE GCR-HEADING-LINE-2 TO GCR-REPORT-RECORD.
001310     WRITE GCR-REPORT-RECORD.
001320
001330 1000-INITIALIZE-EXIT.
001340     EXIT.
001350
001360******************************************************************
001370*    2000-SCAN-MASTER - ONE PASS OVER OPRMAST.  NO MASTER YET
001380*    MEANS NOBODY TO CERTIFY - AN EMPTY REPORT, NOT A FAILURE.
001390******************************************************************
001400 2000-SCAN-MASTER.
001410     OPEN INPUT GCR-MASTER-FILE.
001420     IF GCR-MASTER-STATUS NOT = '00'
001430         MOVE 'NO OPERATOR MASTER ON FILE.' TO GCR-REPORT-RECORD
001440         WRITE GCR-REPORT-RECORD
001450         GO TO 2000-SCAN-MASTER-EXIT
001460     END-IF.
001470     MOVE 'N' TO GCR-EOF-SW.
001480     PERFORM 2010-CHECK-ONE-OPERATOR
001490             THRU 2010-CHECK-ONE-OPERATOR-EXIT
001500         UNTIL GCR-END-OF-FILE.
001510     CLOSE GCR-MASTER-FILE.
001520
001530 2000-SCAN-MASTER-EXIT.
001540     EXIT.
001550
001560******************************************************************
001570*    2010-CHECK-ONE-OPERATOR - NEVER CERTIFIED IS SKIPPED.  A
001580*    CERTIFICATION LAPSING TODAY OR IN THE NEXT 30 DAYS IS
001590*    EXPIRING; ONE ALREADY LAPSED IS LISTED ONLY WHILE THE
001600*    OPERATOR IS ACTIVE AT LEVEL 2 OR ABOVE.
001610******************************************************************
001620 2010-CHECK-ONE-OPERATOR.
001630     READ GCR-MASTER-FILE
001640         AT END
001650             MOVE 'Y' TO GCR-EOF-SW
001660             GO TO 2010-CHECK-ONE-OPERATOR-EXIT
001670     END-READ.
001680     IF OPR-CERT-EXPIRY NOT NUMERIC
001690         GO TO 2010-CHECK-ONE-OPERATOR-EXIT
001700     END-IF.
001710     IF OPR-NEVER-CERTIFIED
001720         GO TO 2010-CHECK-ONE-OPERATOR-EXIT
001730     END-IF.
001740     COMPUTE GCR-DAYS-LEFT =
001750         FUNCTION INTEGER-OF-DATE(OPR-CERT-EXPIRY)
001760             - GCR-TODAY-DAYS.
001770     IF GCR-DAYS-LEFT > GCR-WINDOW-DAYS
001780         GO TO 2010-CHECK-ONE-OPERATOR-EXIT
001790     END-IF.
001800     IF GCR-DAYS-LEFT < ZERO
001810         IF NOT OPR-ACTIVE OR OPR-AUTHORITY < 2
001820             GO TO 2010-CHECK-ONE-OPERATOR-EXIT
001830         END-IF
001840         MOVE 'LAPSED' TO GCR-DTL-STATUS
001850         ADD 1 TO GCR-LAPSED-COUNT
001860     ELSE
001870         MOVE 'EXPIRING' TO GCR-DTL-STATUS
001880         ADD 1 TO GCR-EXPIRING-COUNT
001890     END-IF.
001900     MOVE OPR-OPERATOR-ID TO GCR-DTL-OPERATOR.
001910     MOVE OPR-NAME TO GCR-DTL-NAME.
001920     MOVE OPR-AUTHORITY TO GCR-DTL-LEVEL.
001930     MOVE OPR-CERT-DATE TO GCR-DTL-CERT-DATE.
001940     MOVE OPR-CERT-EXAM-ID TO GCR-DTL-EXAM.
001950     MOVE OPR-CERT-EXPIRY TO GCR-DTL-EXPIRY.
001960     MOVE GCR-DAYS-LEFT TO GCR-DTL-DAYS.
001970     MOVE GCR-DETAIL-LINE TO GCR-REPORT-RECORD.
001980     WRITE GCR-REPORT-RECORD.
001990
002000 2010-CHECK-ONE-OPERATOR-EXIT.
002010     EXIT.
002020
002030 8000-WRITE-FOOTER.
002040     MOVE SPACES TO GCR-REPORT-RECORD.
002050     WRITE GCR-REPORT-RECORD.
002060     MOVE 'EXPIRING WITHIN 30 DAYS.: ' TO GCR-FTR-LABEL.
002070     MOVE GCR-EXPIRING-COUNT TO GCR-FTR-VALUE.
002080     MOVE GCR-FOOTER-LINE TO GCR-REPORT-RECORD.
002090     WRITE GCR-REPORT-RECORD.
002100     MOVE 'LAPSED, STILL LEVEL 2+..: ' TO GCR-FTR-LABEL.
002110     MOVE GCR-LAPSED-COUNT TO GCR-FTR-VALUE.
002120     MOVE GCR-FOOTER-LINE TO GCR-REPORT-RECORD.
002130     WRITE GCR-REPORT-RECORD.
002140     DISPLAY 'CERTIFICATION EXPIRY WRITTEN TO GNCERTRT - '
002150         'EXPIRING: ' GCR-EXPIRING-COUNT
002160         ' LAPSED: ' GCR-LAPSED-COUNT.
002170
002180 8000-WRITE-FOOTER-EXIT.
002190     EXIT.
002200
002210 9999-EXIT.
002220     IF GCR-REPORT-STATUS NOT = '00'
002230         MOVE 4 TO RETURN-CODE
002240     ELSE
002250         MOVE 0 TO RETURN-CODE
002260     END-IF.
002270     GOBACK.
