000100******************************************************************
000110*    PROGRAM-ID..: CALRACK
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: VENDOR ACKNOWLEDGEMENT RECONCILIATION.  READS
000170*                   THE CALACKF FILE THE DEVICE VENDOR RETURNS FOR
000180*                   A CALRESPF RESPONSE FILE AND MATCHES IT TO THE
000190*                   RESPONSE AS SENT (CALRSPLG): THE WHOLE-FILE
000200*                   ACCEPT OR REJECT, AND THE TRAILER COUNTS AND
000210*                   GRAND TOTAL THE VENDOR ECHOES AGAINST THE
000220*                   ONES WE SENT.  EVERY DISPUTED SEQUENCE NUMBER
000230*                   IS LOOKED UP ON THE CALARCHM ARCHIVE FOR WHAT
000240*                   WE SENT, ADDED OPEN TO THE CALDISP DISPUTE
000250*                   WORKLIST (WORKED ON CALDSRES) AND PRINTED ON
000260*                   THE CALDSPRP WORKLIST REPORT.  THE RESPONSE IS
000270*                   THEN MARKED ACKNOWLEDGED ON CALRSPLG SO
000280*                   MORNRPT STOPS COUNTING IT AS OUTSTANDING.  A
000290*                   REJECTED FILE IS A CRITICAL ALERT AND TOTALS
000300*                   THAT DISAGREE A WARNING ON ALRTLOG.  RUN ON
000310*                   DEMAND WHENEVER AN ACKNOWLEDGEMENT ARRIVES; A
000320*                   SECOND RUN OVER THE SAME FILE ADDS NOTHING
000330*                   TWICE.
000340*    MODIFICATION HISTORY:
000350*      2026-10-15  RJB  ORIGINAL.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. CALRACK.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT RAK-ACK-FILE ASSIGN TO 'CALACKF'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS RAK-ACK-STATUS.
000460
000470     SELECT RAK-LOG-FILE ASSIGN TO 'CALRSPLG'
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS RLG-RESPONSE-DATE
000510         FILE STATUS IS RAK-LOG-STATUS.
000520
000530     SELECT RAK-ARCHIVE-FILE ASSIGN TO 'CALARCHM'
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS CLA-KEY
000570         FILE STATUS IS RAK-ARCHIVE-STATUS.
000580
000590     SELECT RAK-DISPUTE-FILE ASSIGN TO 'CALDISP'
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS DSP-KEY
000630         FILE STATUS IS RAK-DISPUTE-STATUS.
000640
000650     SELECT RAK-REPORT-FILE ASSIGN TO 'CALDSPRP'
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS RAK-REPORT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  RAK-ACK-FILE
000720     RECORDING MODE IS F.
000730 01  RAK-ACK-RECORD             PIC X(60).
000740
000750 FD  RAK-LOG-FILE.
000760     COPY CALRSPLC.
000770
000780 FD  RAK-ARCHIVE-FILE.
000790     COPY CALARCHC.
000800
000810 FD  RAK-DISPUTE-FILE.
000820     COPY CALDISPC.
000830
000840 FD  RAK-REPORT-FILE
000850     RECORDING MODE IS F.
000860 01  RAK-REPORT-RECORD          PIC X(100).
000870
000880 WORKING-STORAGE SECTION.
000890     COPY ALRTWSL.
000900     COPY CALACKW.
000910
000920 77  RAK-ACK-STATUS             PIC X(02) VALUE '00'.
000930 77  RAK-LOG-STATUS             PIC X(02) VALUE '00'.
000940 77  RAK-ARCHIVE-STATUS         PIC X(02) VALUE '00'.
000950 77  RAK-DISPUTE-STATUS         PIC X(02) VALUE '00'.
000960 77  RAK-REPORT-STATUS          PIC X(02) VALUE '00'.
000970
000980 77  RAK-EOF-SW                 PIC X VALUE 'N'.
000990     88  RAK-END-OF-FILE                VALUE 'Y'.
001000 77  RAK-ERROR-SW               PIC X VALUE 'N'.
001010     88  RAK-RUN-IN-ERROR               VALUE 'Y'.
001020 77  RAK-ARCHIVE-SW             PIC X VALUE 'N'.
001030     88  RAK-ARCHIVE-OPEN               VALUE 'Y'.
001040 77  RAK-AGREE-SW               PIC X VALUE 'Y'.
001050     88  RAK-TOTALS-AGREE               VALUE 'Y'.
001060 77  RAK-TRAILER-SW             PIC X VALUE 'N'.
001070     88  RAK-TRAILER-SEEN               VALUE 'Y'.
001080
001090*    THE HEADER'S VERDICT IS KEPT HERE - THE RECORD AREA IS
001100*    REUSED BY EVERY LATER READ.
001110 77  RAK-VERDICT                PIC X(01) VALUE SPACE.
001120     88  RAK-FILE-ACCEPTED              VALUE 'A'.
001130     88  RAK-FILE-REJECTED              VALUE 'R'.
001140 77  RAK-RESPONSE-DATE          PIC 9(08) VALUE ZERO.
001150 77  RAK-TODAY                  PIC 9(08) VALUE ZERO.
001160 77  RAK-DISPUTE-COUNT          PIC 9(05) VALUE ZERO.
001170 77  RAK-ADDED-COUNT            PIC 9(05) VALUE ZERO.
001180 77  RAK-ALREADY-COUNT          PIC 9(05) VALUE ZERO.
001190 77  RAK-NOT-SENT-COUNT         PIC 9(05) VALUE ZERO.
001200 77  RAK-UNREADABLE-COUNT       PIC 9(05) VALUE ZERO.
001210 77  RAK-TRL-DISPUTES           PIC 9(06) VALUE ZERO.
001220 77  RAK-ERROR-TEXT             PIC X(60) VALUE SPACES.
001230
001240 01  RAK-TITLE-LINE.
001250     05  FILLER                 PIC X(37) VALUE
001260         'VENDOR ACKNOWLEDGEMENT - RESPONSE OF '.
001270     05  RAK-TTL-DATE           PIC 9(08).
001280     05  FILLER                 PIC X(13) VALUE
001290         '  RECEIVED   '.
001300     05  RAK-TTL-TODAY          PIC 9(08).
001310 01  RAK-VERDICT-LINE.
001320     05  FILLER                 PIC X(14) VALUE
001330         'FILE VERDICT: '.
001340     05  RAK-VRD-TEXT           PIC X(10).
001350     05  RAK-VRD-REASON         PIC X(20).
001360 01  RAK-TOTALS-HEADING         PIC X(60) VALUE
001370     '            RECORDS  CALIBRATED  EXCEPTIONS  GRAND TOTAL'.
001380 01  RAK-TOTALS-LINE.
001390     05  RAK-TOT-LABEL          PIC X(10).
001400     05  FILLER                 PIC X(03) VALUE SPACES.
001410     05  RAK-TOT-RECORDS        PIC X(06).
001420     05  FILLER                 PIC X(06) VALUE SPACES.
001430     05  RAK-TOT-CALIBRATED     PIC X(06).
001440     05  FILLER                 PIC X(06) VALUE SPACES.
001450     05  RAK-TOT-EXCEPTIONS     PIC X(06).
001460     05  FILLER                 PIC X(05) VALUE SPACES.
001470     05  RAK-TOT-GRAND-TOTAL    PIC X(08).
001480 01  RAK-DISPUTE-HEADING        PIC X(80) VALUE
001490     'SEQ    CODE  VENDOR  SENT  SENT-AS      COMMENT'.
001500 01  RAK-DISPUTE-LINE.
001510     05  RAK-DSL-SEQ-NO         PIC X(05).
001520     05  FILLER                 PIC X(02) VALUE SPACES.
001530     05  RAK-DSL-CODE           PIC X(02).
001540     05  FILLER                 PIC X(04) VALUE SPACES.
001550     05  RAK-DSL-VENDOR-VALUE   PIC X(02).
001560     05  FILLER                 PIC X(06) VALUE SPACES.
001570     05  RAK-DSL-OUR-VALUE      PIC X(02).
001580     05  FILLER                 PIC X(04) VALUE SPACES.
001590     05  RAK-DSL-OUR-STATUS     PIC X(11).
001600     05  FILLER                 PIC X(02) VALUE SPACES.
001610     05  RAK-DSL-COMMENT        PIC X(30).
001620     05  FILLER                 PIC X(02) VALUE SPACES.
001630     05  RAK-DSL-NOTE           PIC X(14).
001640 01  RAK-COUNT-LINE.
001650     05  RAK-CNT-LABEL          PIC X(28).
001660     05  RAK-CNT-VALUE          PIC ZZZZ9.
001670
001680 PROCEDURE DIVISION.
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001710     IF RAK-RUN-IN-ERROR OR RAK-END-OF-FILE
001720         GO TO 9999-EXIT
001730     END-IF.
001740     PERFORM 2000-COMPARE-TOTALS THRU 2000-COMPARE-TOTALS-EXIT.
001750     PERFORM 3000-PROCESS-ONE-RECORD
001760             THRU 3000-PROCESS-ONE-RECORD-EXIT
001770         UNTIL RAK-END-OF-FILE.
001780     PERFORM 4000-CLOSE-THE-ACK THRU 4000-CLOSE-THE-ACK-EXIT.
001790     GO TO 9999-EXIT.
001800
001810 0000-MAINLINE-EXIT.
001820     EXIT.
001830
001840******************************************************************
001850*    1000-INITIALIZE - NO ACKNOWLEDGEMENT FILE MEANS NOTHING HAS
001860*    COME BACK YET AND IS NOT AN ERROR.  OTHERWISE THE FIRST
001870*    RECORD MUST BE THE 'A' HEADER NAMING A RESPONSE DATE THAT
001880*    CALRSPLG SHOWS AS SENT - AN ACKNOWLEDGEMENT FOR A FILE WE
001890*    NEVER SENT CANNOT BE MATCHED AND FAILS THE RUN.  THE
001900*    ARCHIVE IS OPTIONAL: WITHOUT IT THE DISPUTES ARE STILL
001910*    RECORDED, ONLY WITHOUT WHAT WE SENT BESIDE THEM.
001920******************************************************************
001930 1000-INITIALIZE.
001940     MOVE FUNCTION CURRENT-DATE(1:8) TO RAK-TODAY.
001950     OPEN INPUT RAK-ACK-FILE.
001960     IF RAK-ACK-STATUS NOT = '00'
001970         DISPLAY 'NO ACKNOWLEDGEMENT FILE (CALACKF) - STATUS: '
001980             RAK-ACK-STATUS ' - NOTHING TO RECONCILE'
001990         MOVE 'Y' TO RAK-EOF-SW
002000         GO TO 1000-INITIALIZE-EXIT
002010     END-IF.
002020     READ RAK-ACK-FILE INTO VAK-ACK-LINE
002030         AT END
002040             MOVE SPACES TO VAK-ACK-LINE
002050     END-READ.
002060     IF NOT VAK-HEADER
002070             OR VAK-HDR-RESPONSE-DATE NOT NUMERIC
002080         MOVE 'ACKNOWLEDGEMENT HAS NO READABLE HEADER'
002090             TO RAK-ERROR-TEXT
002100         PERFORM 1090-FAIL-THE-RUN THRU 1090-FAIL-THE-RUN-EXIT
002110         CLOSE RAK-ACK-FILE
002120         GO TO 1000-INITIALIZE-EXIT
002130     END-IF.
002140     MOVE VAK-HDR-RESPONSE-DATE TO RAK-RESPONSE-DATE.
002150     OPEN I-O RAK-LOG-FILE.
002160     IF RAK-LOG-STATUS NOT = '00'
002170         MOVE 'RESPONSE LOG CALRSPLG UNAVAILABLE'
002180             TO RAK-ERROR-TEXT
002190         PERFORM 1090-FAIL-THE-RUN THRU 1090-FAIL-THE-RUN-EXIT
002200         CLOSE RAK-ACK-FILE
002210         GO TO 1000-INITIALIZE-EXIT
002220     END-IF.
002230     MOVE RAK-RESPONSE-DATE TO RLG-RESPONSE-DATE.
002240     READ RAK-LOG-FILE
002250         INVALID KEY
002260             MOVE SPACES TO RAK-ERROR-TEXT
002270             STRING 'ACK FOR RESPONSE ' RAK-RESPONSE-DATE
002280                 ' NEVER SENT' DELIMITED BY SIZE
002290                 INTO RAK-ERROR-TEXT
002300             PERFORM 1090-FAIL-THE-RUN THRU 1090-FAIL-THE-RUN-EXIT
002310             CLOSE RAK-ACK-FILE RAK-LOG-FILE
002320             GO TO 1000-INITIALIZE-EXIT
002330     END-READ.
002340     OPEN INPUT RAK-ARCHIVE-FILE.
002350     IF RAK-ARCHIVE-STATUS = '00'
002360         MOVE 'Y' TO RAK-ARCHIVE-SW
002370     ELSE
002380         DISPLAY 'CALARCHM UNAVAILABLE - STATUS: '
002390             RAK-ARCHIVE-STATUS ' - SENT VALUES NOT SHOWN'
002400     END-IF.
002410     OPEN I-O RAK-DISPUTE-FILE.
002420     IF RAK-DISPUTE-STATUS = '35'
002430         OPEN OUTPUT RAK-DISPUTE-FILE
002440         CLOSE RAK-DISPUTE-FILE
002450         OPEN I-O RAK-DISPUTE-FILE
002460     END-IF.
002470     IF RAK-DISPUTE-STATUS NOT = '00'
002480         MOVE 'DISPUTE WORKLIST CALDISP UNAVAILABLE'
002490             TO RAK-ERROR-TEXT
002500         PERFORM 1090-FAIL-THE-RUN THRU 1090-FAIL-THE-RUN-EXIT
002510         CLOSE RAK-ACK-FILE RAK-LOG-FILE
002512         IF RAK-ARCHIVE-OPEN
002514             CLOSE RAK-ARCHIVE-FILE
002516         END-IF
002520         GO TO 1000-INITIALIZE-EXIT
002530     END-IF.
002540     OPEN OUTPUT RAK-REPORT-FILE.
002541     IF RAK-REPORT-STATUS NOT = '00'
002542         MOVE SPACES TO RAK-ERROR-TEXT
002543         STRING 'REPORT CALDSPRP CANNOT BE OPENED - STATUS '
002544             RAK-REPORT-STATUS DELIMITED BY SIZE
002545             INTO RAK-ERROR-TEXT
002546         PERFORM 1090-FAIL-THE-RUN THRU 1090-FAIL-THE-RUN-EXIT
002547         CLOSE RAK-ACK-FILE RAK-LOG-FILE RAK-DISPUTE-FILE
002548         IF RAK-ARCHIVE-OPEN
002549             CLOSE RAK-ARCHIVE-FILE
002550         END-IF
002551     END-IF.
002552
002560 1000-INITIALIZE-EXIT.
002570     EXIT.
002580
002590 1090-FAIL-THE-RUN.
002600     DISPLAY 'CALRACK FAILED: ' RAK-ERROR-TEXT.
002610     MOVE 'Y' TO RAK-ERROR-SW.
002620     MOVE 'C' TO ALR-SEVERITY.
002630     MOVE RAK-ERROR-TEXT TO ALR-ALERT-TEXT.
002640     PERFORM 8000-RAISE-ALERT THRU 8000-RAISE-ALERT-EXIT.
002650
002660 1090-FAIL-THE-RUN-EXIT.
002670     EXIT.
002680
002690******************************************************************
002700*    2000-COMPARE-TOTALS - THE VENDOR'S ECHO OF OUR TRAILER MUST
002710*    MATCH WHAT CALRSPLG SAYS WE SENT, FIELD FOR FIELD.  A
002720*    DIFFERENCE MEANS THE VENDOR RECEIVED A DIFFERENT FILE THAN
002730*    THE ONE WE SENT, WHATEVER ITS VERDICT.  THE REPORT OPENS
002740*    WITH THE VERDICT AND BOTH SETS OF TOTALS.
002750******************************************************************
002760 2000-COMPARE-TOTALS.
002770     MOVE 'Y' TO RAK-AGREE-SW.
002780     IF VAK-HDR-RECORDS NOT NUMERIC
002790             OR VAK-HDR-CALIBRATED NOT NUMERIC
002800             OR VAK-HDR-EXCEPTIONS NOT NUMERIC
002810             OR VAK-HDR-GRAND-TOTAL NOT NUMERIC
002820         MOVE 'N' TO RAK-AGREE-SW
002830     ELSE
002840         IF VAK-HDR-RECORDS NOT = RLG-RECORDS
002850                 OR VAK-HDR-CALIBRATED NOT = RLG-CALIBRATED
002860                 OR VAK-HDR-EXCEPTIONS NOT = RLG-EXCEPTIONS
002870                 OR VAK-HDR-GRAND-TOTAL NOT = RLG-GRAND-TOTAL
002880             MOVE 'N' TO RAK-AGREE-SW
002890         END-IF
002900     END-IF.
002910     MOVE RAK-RESPONSE-DATE TO RAK-TTL-DATE.
002920     MOVE RAK-TODAY TO RAK-TTL-TODAY.
002930     MOVE RAK-TITLE-LINE TO RAK-REPORT-RECORD.
002940     WRITE RAK-REPORT-RECORD.
002950     MOVE SPACES TO RAK-REPORT-RECORD.
002960     WRITE RAK-REPORT-RECORD.
002970     MOVE SPACES TO RAK-VRD-REASON.
002980     MOVE VAK-HDR-VERDICT TO RAK-VERDICT.
002990     EVALUATE TRUE
003000         WHEN VAK-FILE-ACCEPTED
003010             MOVE 'ACCEPTED' TO RAK-VRD-TEXT
003020         WHEN VAK-FILE-REJECTED
003030             MOVE 'REJECTED' TO RAK-VRD-TEXT
003040             MOVE VAK-HDR-REASON TO RAK-VRD-REASON
003050         WHEN OTHER
003060             MOVE 'UNREADABLE' TO RAK-VRD-TEXT
003070     END-EVALUATE.
003080     MOVE RAK-VERDICT-LINE TO RAK-REPORT-RECORD.
003090     WRITE RAK-REPORT-RECORD.
003100     MOVE RAK-TOTALS-HEADING TO RAK-REPORT-RECORD.
003110     WRITE RAK-REPORT-RECORD.
003120     MOVE 'SENT' TO RAK-TOT-LABEL.
003130     MOVE RLG-RECORDS TO RAK-TOT-RECORDS.
003140     MOVE RLG-CALIBRATED TO RAK-TOT-CALIBRATED.
003150     MOVE RLG-EXCEPTIONS TO RAK-TOT-EXCEPTIONS.
003160     MOVE RLG-GRAND-TOTAL TO RAK-TOT-GRAND-TOTAL.
003170     MOVE RAK-TOTALS-LINE TO RAK-REPORT-RECORD.
003180     WRITE RAK-REPORT-RECORD.
003190     MOVE 'RECEIVED' TO RAK-TOT-LABEL.
003200     MOVE VAK-HDR-RECORDS TO RAK-TOT-RECORDS.
003210     MOVE VAK-HDR-CALIBRATED TO RAK-TOT-CALIBRATED.
003220     MOVE VAK-HDR-EXCEPTIONS TO RAK-TOT-EXCEPTIONS.
003230     MOVE VAK-HDR-GRAND-TOTAL TO RAK-TOT-GRAND-TOTAL.
003240     MOVE RAK-TOTALS-LINE TO RAK-REPORT-RECORD.
003250     WRITE RAK-REPORT-RECORD.
003260     IF RAK-TOTALS-AGREE
003270         MOVE 'TOTALS AGREE' TO RAK-REPORT-RECORD
003280     ELSE
003290         MOVE '*** TOTALS DISAGREE - NOT THE FILE WE SENT'
003300             TO RAK-REPORT-RECORD
003310     END-IF.
003320     WRITE RAK-REPORT-RECORD.
003330     MOVE SPACES TO RAK-REPORT-RECORD.
003340     WRITE RAK-REPORT-RECORD.
003350     MOVE RAK-DISPUTE-HEADING TO RAK-REPORT-RECORD.
003360     WRITE RAK-REPORT-RECORD.
003370
003380 2000-COMPARE-TOTALS-EXIT.
003390     EXIT.
003400
003410******************************************************************
003420*    3000-PROCESS-ONE-RECORD - A 'D' RECORD IS A DISPUTE, THE
003430*    'T' TRAILER CARRIES THE VENDOR'S DISPUTE COUNT, ANYTHING
003440*    ELSE IS COUNTED AS UNREADABLE AND SKIPPED.
003450******************************************************************
003460 3000-PROCESS-ONE-RECORD.
003470     READ RAK-ACK-FILE INTO VAK-ACK-LINE
003480         AT END
003490             MOVE 'Y' TO RAK-EOF-SW
003500             GO TO 3000-PROCESS-ONE-RECORD-EXIT
003510     END-READ.
003520     EVALUATE TRUE
003530         WHEN VAK-DISPUTE AND VAK-DSP-SEQ-NO IS NUMERIC
003540             PERFORM 3010-RECORD-DISPUTE
003550                     THRU 3010-RECORD-DISPUTE-EXIT
003560         WHEN VAK-TRAILER AND VAK-TRL-DISPUTES IS NUMERIC
003570             MOVE 'Y' TO RAK-TRAILER-SW
003580             MOVE VAK-TRL-DISPUTES TO RAK-TRL-DISPUTES
003590         WHEN OTHER
003600             ADD 1 TO RAK-UNREADABLE-COUNT
003610     END-EVALUATE.
003620
003630 3000-PROCESS-ONE-RECORD-EXIT.
003640     EXIT.
003650
003660******************************************************************
003670*    3010-RECORD-DISPUTE - WHAT WE SENT FOR THE LINE COMES FROM
003680*    THE ARCHIVE UNDER THE RESPONSE DATE.  A SEQUENCE NUMBER NOT
003690*    ON THE ARCHIVE WAS NOT IN OUR FILE AT ALL AND IS MARKED SO.
003700*    A DISPUTE ALREADY ON THE WORKLIST (A SECOND RUN OVER THE
003710*    SAME FILE) IS LEFT AS IT STANDS, RESOLVED OR NOT.
003720******************************************************************
003730 3010-RECORD-DISPUTE.
003740     ADD 1 TO RAK-DISPUTE-COUNT.
003750     MOVE SPACES TO DSP-DISPUTE-RECORD.
003760     MOVE RAK-RESPONSE-DATE TO DSP-RESPONSE-DATE.
003770     MOVE VAK-DSP-SEQ-NO TO DSP-SEQ-NO.
003780     MOVE VAK-DSP-CODE TO DSP-DISPUTE-CODE.
003790     MOVE VAK-DSP-VALUE TO DSP-VENDOR-VALUE.
003800     MOVE VAK-DSP-COMMENT TO DSP-VENDOR-COMMENT.
003810     MOVE '-' TO DSP-OUR-STATUS.
003820     MOVE ZERO TO DSP-OUR-VALUE.
003830     MOVE SPACES TO RAK-DSL-NOTE.
003840     IF RAK-ARCHIVE-OPEN
003850         MOVE RAK-RESPONSE-DATE TO CLA-RUN-DATE
003860         MOVE VAK-DSP-SEQ-NO TO CLA-SEQ-NO
003870         READ RAK-ARCHIVE-FILE
003880             INVALID KEY
003890                 ADD 1 TO RAK-NOT-SENT-COUNT
003900                 MOVE 'NOT IN OUR FILE' TO RAK-DSL-NOTE
003910             NOT INVALID KEY
003920                 MOVE CLA-STATUS TO DSP-OUR-STATUS
003930                 MOVE CLA-VALUE TO DSP-OUR-VALUE
003940         END-READ
003950     END-IF.
003960     MOVE RAK-TODAY TO DSP-RECEIVED-DATE.
003970     MOVE 'O' TO DSP-STATE.
003980     MOVE ZERO TO DSP-CORRECTED-VALUE DSP-RESOLVED-DATE.
003990     WRITE DSP-DISPUTE-RECORD
004000         INVALID KEY
004010             ADD 1 TO RAK-ALREADY-COUNT
004020             MOVE 'ALREADY LISTED' TO RAK-DSL-NOTE
004030         NOT INVALID KEY
004040             ADD 1 TO RAK-ADDED-COUNT
004050     END-WRITE.
004060     MOVE VAK-DSP-SEQ-NO TO RAK-DSL-SEQ-NO.
004070     MOVE VAK-DSP-CODE TO RAK-DSL-CODE.
004080     MOVE VAK-DSP-VALUE TO RAK-DSL-VENDOR-VALUE.
004090     MOVE VAK-DSP-COMMENT TO RAK-DSL-COMMENT.
004100     EVALUATE TRUE
004110         WHEN DSP-WAS-CALIBRATED
004120             MOVE DSP-OUR-VALUE TO RAK-DSL-OUR-VALUE
004130             MOVE 'CALIBRATED' TO RAK-DSL-OUR-STATUS
004140         WHEN DSP-WAS-EXCEPTION
004150             MOVE '--' TO RAK-DSL-OUR-VALUE
004160             MOVE 'EXCEPTION' TO RAK-DSL-OUR-STATUS
004170         WHEN DSP-WAS-NOT-SENT
004180             MOVE '--' TO RAK-DSL-OUR-VALUE
004190             MOVE 'UNKNOWN' TO RAK-DSL-OUR-STATUS
004200         WHEN OTHER
004210             MOVE '--' TO RAK-DSL-OUR-VALUE
004220             MOVE 'NOT CALIB' TO RAK-DSL-OUR-STATUS
004230     END-EVALUATE.
004240     MOVE RAK-DISPUTE-LINE TO RAK-REPORT-RECORD.
004250     WRITE RAK-REPORT-RECORD.
004260
004270 3010-RECORD-DISPUTE-EXIT.
004280     EXIT.
004290
004300******************************************************************
004310*    4000-CLOSE-THE-ACK - MARK THE RESPONSE ACKNOWLEDGED ON
004320*    CALRSPLG WITH THE VERDICT, WHETHER THE TOTALS AGREED AND
004330*    THE DISPUTE COUNT, FINISH THE REPORT AND RAISE THE ALERTS.
004340*    AN UNREADABLE VERDICT LEAVES THE RESPONSE PENDING - THE
004350*    VENDOR HAS NOT ACTUALLY SAID ANYTHING YET.
004360******************************************************************
004370 4000-CLOSE-THE-ACK.
004380     IF RAK-FILE-ACCEPTED OR RAK-FILE-REJECTED
004390         MOVE RAK-VERDICT TO RLG-ACK-STATUS
004400         MOVE RAK-TODAY TO RLG-ACK-DATE
004410         MOVE RAK-AGREE-SW TO RLG-TOTALS-AGREE
004420         MOVE RAK-DISPUTE-COUNT TO RLG-DISPUTE-COUNT
004430         MOVE SPACES TO RLG-REJECT-REASON
004440         IF RAK-FILE-REJECTED
004450             MOVE RAK-VRD-REASON TO RLG-REJECT-REASON
004460         END-IF
004470         REWRITE RLG-RESPONSE-RECORD
004480         IF RAK-LOG-STATUS NOT = '00'
004490             DISPLAY 'UNABLE TO UPDATE CALRSPLG - STATUS: '
004500                 RAK-LOG-STATUS
004510             MOVE 'Y' TO RAK-ERROR-SW
004520         END-IF
004530     END-IF.
004540     CLOSE RAK-ACK-FILE RAK-LOG-FILE RAK-DISPUTE-FILE.
004550     IF RAK-ARCHIVE-OPEN
004560         CLOSE RAK-ARCHIVE-FILE
004570     END-IF.
004580     MOVE SPACES TO RAK-REPORT-RECORD.
004590     WRITE RAK-REPORT-RECORD.
004600     MOVE 'DISPUTES RECEIVED.......: ' TO RAK-CNT-LABEL.
004610     MOVE RAK-DISPUTE-COUNT TO RAK-CNT-VALUE.
004620     PERFORM 4010-WRITE-COUNT-LINE
004630             THRU 4010-WRITE-COUNT-LINE-EXIT.
004640     MOVE 'ADDED TO WORKLIST.......: ' TO RAK-CNT-LABEL.
004650     MOVE RAK-ADDED-COUNT TO RAK-CNT-VALUE.
004660     PERFORM 4010-WRITE-COUNT-LINE
004670             THRU 4010-WRITE-COUNT-LINE-EXIT.
004680     MOVE 'ALREADY ON WORKLIST.....: ' TO RAK-CNT-LABEL.
004690     MOVE RAK-ALREADY-COUNT TO RAK-CNT-VALUE.
004700     PERFORM 4010-WRITE-COUNT-LINE
004710             THRU 4010-WRITE-COUNT-LINE-EXIT.
004720     MOVE 'NOT IN OUR FILE.........: ' TO RAK-CNT-LABEL.
004730     MOVE RAK-NOT-SENT-COUNT TO RAK-CNT-VALUE.
004740     PERFORM 4010-WRITE-COUNT-LINE
004750             THRU 4010-WRITE-COUNT-LINE-EXIT.
004760     MOVE 'UNREADABLE RECORDS......: ' TO RAK-CNT-LABEL.
004770     MOVE RAK-UNREADABLE-COUNT TO RAK-CNT-VALUE.
004780     PERFORM 4010-WRITE-COUNT-LINE
004790             THRU 4010-WRITE-COUNT-LINE-EXIT.
004800     IF NOT RAK-TRAILER-SEEN
004810         MOVE '*** NO ACKNOWLEDGEMENT TRAILER - FILE MAY BE SHORT'
004820             TO RAK-REPORT-RECORD
004830         WRITE RAK-REPORT-RECORD
004840     ELSE
004850         IF RAK-TRL-DISPUTES NOT = RAK-DISPUTE-COUNT
004860             MOVE '*** TRAILER DISPUTE COUNT DOES NOT MATCH'
004870                 TO RAK-REPORT-RECORD
004880             WRITE RAK-REPORT-RECORD
004890         END-IF
004900     END-IF.
004910     CLOSE RAK-REPORT-FILE.
004920     PERFORM 4020-RAISE-ACK-ALERTS
004930             THRU 4020-RAISE-ACK-ALERTS-EXIT.
004940     DISPLAY 'CALRACK COMPLETE - RESPONSE ' RAK-RESPONSE-DATE
004950         ' ' RAK-VRD-TEXT ' DISPUTES: ' RAK-DISPUTE-COUNT
004960         ' ADDED: ' RAK-ADDED-COUNT.
004970
004980 4000-CLOSE-THE-ACK-EXIT.
004990     EXIT.
005000
005010 4010-WRITE-COUNT-LINE.
005020     MOVE RAK-COUNT-LINE TO RAK-REPORT-RECORD.
005030     WRITE RAK-REPORT-RECORD.
005040
005050 4010-WRITE-COUNT-LINE-EXIT.
005060     EXIT.
005070
005080 4020-RAISE-ACK-ALERTS.
005090     IF RAK-FILE-REJECTED
005100         MOVE 'C' TO ALR-SEVERITY
005110         MOVE SPACES TO ALR-ALERT-TEXT
005120         STRING 'VENDOR REJECTED RESPONSE ' RAK-RESPONSE-DATE
005130             ': ' RAK-VRD-REASON
005140             DELIMITED BY SIZE INTO ALR-ALERT-TEXT
005150         PERFORM 8000-RAISE-ALERT THRU 8000-RAISE-ALERT-EXIT
005160     END-IF.
005170     IF NOT RAK-TOTALS-AGREE
005180         MOVE 'W' TO ALR-SEVERITY
005190         MOVE SPACES TO ALR-ALERT-TEXT
005200         STRING 'VENDOR TOTALS DISAGREE FOR RESPONSE '
005210             RAK-RESPONSE-DATE
005220             DELIMITED BY SIZE INTO ALR-ALERT-TEXT
005230         PERFORM 8000-RAISE-ALERT THRU 8000-RAISE-ALERT-EXIT
005240     END-IF.
005250     IF RAK-ADDED-COUNT > ZERO
005260         MOVE 'I' TO ALR-SEVERITY
005270         MOVE SPACES TO ALR-ALERT-TEXT
005280         STRING RAK-ADDED-COUNT ' VENDOR DISPUTES ON RESPONSE '
005290             RAK-RESPONSE-DATE ' - SEE CALDSPRP'
005300             DELIMITED BY SIZE INTO ALR-ALERT-TEXT
005310         PERFORM 8000-RAISE-ALERT THRU 8000-RAISE-ALERT-EXIT
005320     END-IF.
005330
005340 4020-RAISE-ACK-ALERTS-EXIT.
005350     EXIT.
005360
005370 8000-RAISE-ALERT.
005380     MOVE 'CALRACK' TO ALR-STEP-NAME.
005390     CALL 'ALRTWRT' USING ALR-ALERT-PARM.
005400
005410 8000-RAISE-ALERT-EXIT.
005420     EXIT.
005430
005440 9999-EXIT.
005450     IF RAK-RUN-IN-ERROR
005460         MOVE 8 TO RETURN-CODE
005470     ELSE
005480         IF RAK-FILE-REJECTED OR NOT RAK-TOTALS-AGREE
005490             MOVE 4 TO RETURN-CODE
005500         ELSE
005510             MOVE 0 TO RETURN-CODE
005520         END-IF
005530     END-IF.
005540     GOBACK.
