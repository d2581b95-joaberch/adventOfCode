000100******************************************************************
000110*    PROGRAM-ID..: IDXBKUP
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: NIGHTLY BACKUP OF THE INDEXED MASTER FILES
000170*                   THAT CANNOT BE REBUILT FROM A FEED (THE LIST
000180*                   IS ON IDXFILEW - OPRMAST, GNGOALS, CALMSTR,
000190*                   THE DICTIONARY, QUEUE, ARCHIVE AND VENDOR
000200*                   FILES) AND OF THE GNPARM AND GNEXAM CONTROL
000210*                   FILES.  RUN AS A NIGHTJOB STEP, IT UNLOADS
000220*                   EACH FILE IN KEY ORDER TO A DATED SEQUENTIAL
000230*                   COPY NAMED <FILE>.BYYYYMMDD, TOTALS THE COPY
000240*                   WITH A RECORD COUNT AND A HASH TOTAL (IDXHASH)
000250*                   AND CATALOGS BOTH ON IDXBKCAT, WHERE IDXRSTR
000260*                   CHECKS THEM BEFORE AND AFTER A RESTORE.  ONLY
000270*                   THE NEWEST N COPIES PER FILE ARE KEPT
000280*                   (IDXBKPRM, DEFAULT 7), THE SAME WAY GENMGR
000290*                   KEEPS THE SEQUENTIAL CHAIN OUTPUTS.  EVERY
000300*                   FILE BACKED UP (OR FAILED) IS WRITTEN TO THE
000310*                   IDXBKAU AUDIT TRAIL.  A FILE NOT YET CREATED
000320*                   IS SKIPPED; A COPY THAT CANNOT BE CUT FAILS
000330*                   THE STEP.
000340*    MODIFICATION HISTORY:
000350*      2026-10-15  RJB  ORIGINAL.
000355*      2026-10-15  RJB  ADDED CALRATE, THE CHARGEBACK RATE TABLE.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. IDXBKUP.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT IXB-OPRMAST-FILE ASSIGN TO 'OPRMAST'
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS OPR-OPERATOR-ID
000470         FILE STATUS IS IXB-LIVE-STATUS.
000480
000490     SELECT IXB-GNGOALS-FILE ASSIGN TO 'GNGOALS'
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS GOL-OPERATOR-ID
000530         FILE STATUS IS IXB-LIVE-STATUS.
000540
000550     SELECT IXB-CALMSTR-FILE ASSIGN TO 'CALMSTR'
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS CALM-SEQ-NO
000590         FILE STATUS IS IXB-LIVE-STATUS.
000600
000610     SELECT IXB-CALDICTM-FILE ASSIGN TO 'CALDICTM'
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS DCT-KEY
000650         FILE STATUS IS IXB-LIVE-STATUS.
000660
000670     SELECT IXB-CALDQUE-FILE ASSIGN TO 'CALDQUE'
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS CDQ-KEY
000710         FILE STATUS IS IXB-LIVE-STATUS.
000720
000730     SELECT IXB-CALARCHM-FILE ASSIGN TO 'CALARCHM'
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS CLA-KEY
000770         FILE STATUS IS IXB-LIVE-STATUS.
000780
000790     SELECT IXB-CALRSUB-FILE ASSIGN TO 'CALRSUB'
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS SEQUENTIAL
000820         RECORD KEY IS RSB-KEY
000830         FILE STATUS IS IXB-LIVE-STATUS.
000840
000850     SELECT IXB-SRCREG-FILE ASSIGN TO 'SRCREG'
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS SEQUENTIAL
000880         RECORD KEY IS SRG-SOURCE-ID
000890         FILE STATUS IS IXB-LIVE-STATUS.
000900
000910     SELECT IXB-CALRSPLG-FILE ASSIGN TO 'CALRSPLG'
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS SEQUENTIAL
000940         RECORD KEY IS RLG-RESPONSE-DATE
000950         FILE STATUS IS IXB-LIVE-STATUS.
000960
000970     SELECT IXB-CALDISP-FILE ASSIGN TO 'CALDISP'
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS SEQUENTIAL
001000         RECORD KEY IS DSP-KEY
001010         FILE STATUS IS IXB-LIVE-STATUS.
001020
001030     SELECT IXB-CALPPADJ-FILE ASSIGN TO 'CALPPADJ'
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS SEQUENTIAL
001060         RECORD KEY IS PPA-KEY
001070         FILE STATUS IS IXB-LIVE-STATUS.
001080
001090     SELECT IXB-CALQCSMP-FILE ASSIGN TO 'CALQCSMP'
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS SEQUENTIAL
001120         RECORD KEY IS QCS-KEY
001130         FILE STATUS IS IXB-LIVE-STATUS.
001131
001132     SELECT IXB-CALRATE-FILE ASSIGN TO 'CALRATE'
001133         ORGANIZATION IS INDEXED
001134         ACCESS MODE IS SEQUENTIAL
001135         RECORD KEY IS RAT-SOURCE-ID
001136         FILE STATUS IS IXB-LIVE-STATUS.
001140
001150     SELECT IXB-SEQ-FILE ASSIGN TO DYNAMIC IXB-SEQ-NAME
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS IXB-LIVE-STATUS.
001180
001190     SELECT IXB-COPY-FILE ASSIGN TO DYNAMIC IXB-COPY-NAME
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS IXB-COPY-STATUS.
001220
001230     SELECT IXB-PURGE-FILE ASSIGN TO DYNAMIC IXB-PURGE-NAME
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS IXB-PURGE-STATUS.
001260
001270     SELECT IXB-CATALOG-FILE ASSIGN TO 'IDXBKCAT'
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS IXB-CATALOG-STATUS.
001300
001310     SELECT IXB-PARM-FILE ASSIGN TO 'IDXBKPRM'
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS IXB-PARM-STATUS.
001340
001350     SELECT IXB-AUDIT-FILE ASSIGN TO 'IDXBKAU'
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS IXB-AUDIT-STATUS.
001380
001390 DATA DIVISION.
001400 FILE SECTION.
001410 FD  IXB-OPRMAST-FILE.
001420     COPY OPRMSTRC.
001430
001440 FD  IXB-GNGOALS-FILE.
001450     COPY GNGOALRC.
001460
001470 FD  IXB-CALMSTR-FILE.
001480     COPY CALMSTRC.
001490
001500 FD  IXB-CALDICTM-FILE.
001510     COPY CALDICTC.
001520
001530 FD  IXB-CALDQUE-FILE.
001540     COPY CALDQUEC.
001550
001560 FD  IXB-CALARCHM-FILE.
001570     COPY CALARCHC.
001580
001590 FD  IXB-CALRSUB-FILE.
001600     COPY CALRSUBC.
001610
001620 FD  IXB-SRCREG-FILE.
001630     COPY SRCREGC.
001640
001650 FD  IXB-CALRSPLG-FILE.
001660     COPY CALRSPLC.
001670
001680 FD  IXB-CALDISP-FILE.
001690     COPY CALDISPC.
001700
001710 FD  IXB-CALPPADJ-FILE.
001720     COPY CALPPLGC.
001730
001740 FD  IXB-CALQCSMP-FILE.
001750     COPY CALQCSMC.
001752
001754 FD  IXB-CALRATE-FILE.
001756     COPY CALRATEC.
001760
001770 FD  IXB-SEQ-FILE
001780     RECORDING MODE IS F.
001790 01  IXB-SEQ-RECORD             PIC X(200).
001800
001810 FD  IXB-COPY-FILE
001820     RECORDING MODE IS F.
001830 01  IXB-COPY-RECORD            PIC X(200).
001840
001850 FD  IXB-PURGE-FILE
001860     RECORDING MODE IS F.
001870 01  IXB-PURGE-RECORD           PIC X(200).
001880
001890 FD  IXB-CATALOG-FILE
001900     RECORDING MODE IS F.
001910 01  IXB-CATALOG-RECORD         PIC X(100).
001920
001930 FD  IXB-PARM-FILE
001940     RECORDING MODE IS F.
001950 01  IXB-PARM-RECORD.
001960     05  IXB-PARM-KEEP-COUNT    PIC 9(03).
001970
001980 FD  IXB-AUDIT-FILE
001990     RECORDING MODE IS F.
002000 01  IXB-AUDIT-RECORD           PIC X(120).
002010
002020 WORKING-STORAGE SECTION.
002030     COPY IDXFILEW.
002040     COPY IDXHASHL.
002050     COPY IDXCATW.
002060     COPY IDXAUDW.
002070
002080 77  IXB-SEQ-NAME               PIC X(40) VALUE SPACES.
002090 77  IXB-COPY-NAME              PIC X(40) VALUE SPACES.
002100 77  IXB-PURGE-NAME             PIC X(40) VALUE SPACES.
002110
002120 77  IXB-LIVE-STATUS            PIC X(02) VALUE '00'.
002130 77  IXB-COPY-STATUS            PIC X(02) VALUE '00'.
002140 77  IXB-PURGE-STATUS           PIC X(02) VALUE '00'.
002150 77  IXB-CATALOG-STATUS         PIC X(02) VALUE '00'.
002160 77  IXB-PARM-STATUS            PIC X(02) VALUE '00'.
002170 77  IXB-AUDIT-STATUS           PIC X(02) VALUE '00'.
002180
002190 77  IXB-KEEP-COUNT             PIC 9(03) VALUE 7.
002200 77  IXB-RUN-DATE               PIC X(08).
002210 77  IXB-RUN-TIME               PIC X(06).
002220 77  IXB-RESULT                 PIC X(10) VALUE SPACES.
002230 77  IXB-EOF-SW                 PIC X VALUE 'N'.
002240     88  IXB-END-OF-FILE                VALUE 'Y'.
002250 77  IXB-ERROR-SW               PIC X VALUE 'N'.
002260     88  IXB-RUN-IN-ERROR               VALUE 'Y'.
002270 77  IXB-FILE-ERROR-SW          PIC X VALUE 'N'.
002280     88  IXB-FILE-IN-ERROR              VALUE 'Y'.
002290 77  IXB-AUDIT-OPEN-SW          PIC X VALUE 'N'.
002300     88  IXB-AUDIT-OPEN                 VALUE 'Y'.
002310
002320 77  IXB-FILE-SUB               PIC 9(02) COMP.
002330 77  IXB-CAT-SUB                PIC 9(03) COMP.
002340 77  IXB-FOUND-SUB              PIC 9(03) COMP.
002350 77  IXB-OLDEST-SUB             PIC 9(03) COMP.
002360 77  IXB-FILE-COPY-COUNT        PIC 9(03) VALUE ZERO.
002370
002380 77  IXB-FILES-BACKED-UP        PIC 9(03) VALUE ZERO.
002390 77  IXB-FILES-ABSENT           PIC 9(03) VALUE ZERO.
002400 77  IXB-FILES-FAILED           PIC 9(03) VALUE ZERO.
002410 77  IXB-RECORDS-COPIED         PIC 9(09) VALUE ZERO.
002420 77  IXB-COPIES-PURGED          PIC 9(03) VALUE ZERO.
002430
002440*    THE RECORD JUST READ, WHICHEVER FILE IT CAME FROM.
002450 01  IXB-IMAGE                  PIC X(200).
002460
002470*    IN-CORE COPY OF THE CATALOG.  FIFTEEN FILES AT SEVEN
002480*    COPIES EACH IS 105 LINES, SO 300 IS GENEROUS.
002490 77  IXB-CAT-COUNT              PIC 9(03) VALUE ZERO.
002500 01  IXB-CATALOG-TABLE.
002510     05  IXB-CAT-ENTRY OCCURS 300 TIMES.
002520         10  IXB-CE-FILE        PIC X(12).
002530         10  IXB-CE-DATE        PIC X(08).
002540         10  IXB-CE-NAME        PIC X(24).
002550         10  IXB-CE-LINE        PIC X(100).
002560
002570 PROCEDURE DIVISION.
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002600     PERFORM 2000-BACKUP-ALL-FILES
002610             THRU 2000-BACKUP-ALL-FILES-EXIT.
002620     PERFORM 3000-PURGE-OLD-COPIES
002630             THRU 3000-PURGE-OLD-COPIES-EXIT.
002640     PERFORM 4000-WRITE-CATALOG THRU 4000-WRITE-CATALOG-EXIT.
002650     PERFORM 8000-CONTROL-REPORT THRU 8000-CONTROL-REPORT-EXIT.
002660     GO TO 9999-EXIT.
002670
002680 0000-MAINLINE-EXIT.
002690     EXIT.
002700
002710******************************************************************
002720*    1000-INITIALIZE - RECORD LENGTHS FROM THE FD LAYOUTS, THE
002730*    RETENTION COUNT (IDXBKPRM, SAME FALLBACK PATTERN AS
002740*    GENPARM), THE EXISTING CATALOG AND THE AUDIT TRAIL.
002750******************************************************************
002760 1000-INITIALIZE.
002770     MOVE FUNCTION CURRENT-DATE(1:8) TO IXB-RUN-DATE.
002780     MOVE FUNCTION CURRENT-DATE(9:6) TO IXB-RUN-TIME.
002790     PERFORM 1005-SET-RECORD-LENGTHS
002800             THRU 1005-SET-RECORD-LENGTHS-EXIT.
002810     OPEN INPUT IXB-PARM-FILE.
002820     IF IXB-PARM-STATUS = '00'
002830         READ IXB-PARM-FILE
002840             AT END
002850                 MOVE '10' TO IXB-PARM-STATUS
002860         END-READ
002870         IF IXB-PARM-STATUS = '00'
002880                 AND IXB-PARM-KEEP-COUNT IS NUMERIC
002890                 AND IXB-PARM-KEEP-COUNT > ZERO
002900             MOVE IXB-PARM-KEEP-COUNT TO IXB-KEEP-COUNT
002910         END-IF
002920         CLOSE IXB-PARM-FILE
002930     END-IF.
002940     PERFORM 1010-LOAD-CATALOG THRU 1010-LOAD-CATALOG-EXIT.
002950     OPEN EXTEND IXB-AUDIT-FILE.
002960     IF IXB-AUDIT-STATUS = '35'
002970         OPEN OUTPUT IXB-AUDIT-FILE
002980     END-IF.
002990     IF IXB-AUDIT-STATUS = '00'
003000         MOVE 'Y' TO IXB-AUDIT-OPEN-SW
003010     ELSE
003020         DISPLAY 'UNABLE TO OPEN IDXBKAU - STATUS: '
003030             IXB-AUDIT-STATUS
003040         MOVE 'Y' TO IXB-ERROR-SW
003050     END-IF.
003060
003070 1000-INITIALIZE-EXIT.
003080     EXIT.
003090
003100******************************************************************
003110*    1005-SET-RECORD-LENGTHS - IN IDXFILEW ORDER.  THE HASH IS
003120*    TAKEN OVER THE FULL RECORD LENGTH, SO A COPY ALSO CARRIES
003130*    THE LENGTH IT WAS TOTALLED AT.
003140******************************************************************
003150 1005-SET-RECORD-LENGTHS.
003160     MOVE LENGTH OF OPR-MASTER-RECORD TO IXF-FILE-LENGTH(1).
003170     MOVE LENGTH OF GOL-GOAL-RECORD TO IXF-FILE-LENGTH(2).
003180     MOVE IXF-SEQ-LENGTH TO IXF-FILE-LENGTH(3).
003190     MOVE IXF-SEQ-LENGTH TO IXF-FILE-LENGTH(4).
003200     MOVE LENGTH OF CALM-MASTER-RECORD TO IXF-FILE-LENGTH(5).
003210     MOVE LENGTH OF DCT-DICT-RECORD TO IXF-FILE-LENGTH(6).
003220     MOVE LENGTH OF CDQ-QUEUE-RECORD TO IXF-FILE-LENGTH(7).
003230     MOVE LENGTH OF CLA-ARCHIVE-RECORD TO IXF-FILE-LENGTH(8).
003240     MOVE LENGTH OF RSB-REGISTER-RECORD TO IXF-FILE-LENGTH(9).
003250     MOVE LENGTH OF SRG-REGISTRY-RECORD TO IXF-FILE-LENGTH(10).
003260     MOVE LENGTH OF RLG-RESPONSE-RECORD TO IXF-FILE-LENGTH(11).
003270     MOVE LENGTH OF DSP-DISPUTE-RECORD TO IXF-FILE-LENGTH(12).
003280     MOVE LENGTH OF PPA-LEDGER-RECORD TO IXF-FILE-LENGTH(13).
003290     MOVE LENGTH OF QCS-SAMPLE-RECORD TO IXF-FILE-LENGTH(14).
003295     MOVE LENGTH OF RAT-RATE-RECORD TO IXF-FILE-LENGTH(15).
003300
003310 1005-SET-RECORD-LENGTHS-EXIT.
003320     EXIT.
003330
003340 1010-LOAD-CATALOG.
003350     OPEN INPUT IXB-CATALOG-FILE.
003360     IF IXB-CATALOG-STATUS NOT = '00'
003370         GO TO 1010-LOAD-CATALOG-EXIT
003380     END-IF.
003390     MOVE 'N' TO IXB-EOF-SW.
003400     PERFORM 1020-LOAD-CATALOG-ENTRY
003410             THRU 1020-LOAD-CATALOG-ENTRY-EXIT
003420         UNTIL IXB-END-OF-FILE.
003430     CLOSE IXB-CATALOG-FILE.
003440
003450 1010-LOAD-CATALOG-EXIT.
003460     EXIT.
003470
003480 1020-LOAD-CATALOG-ENTRY.
003490     READ IXB-CATALOG-FILE
003500         AT END
003510             MOVE 'Y' TO IXB-EOF-SW
003520             GO TO 1020-LOAD-CATALOG-ENTRY-EXIT
003530     END-READ.
003540     IF IXB-CAT-COUNT >= 300
003550         DISPLAY 'IDXBKCAT TABLE FULL - ENTRY SKIPPED'
003560         GO TO 1020-LOAD-CATALOG-ENTRY-EXIT
003570     END-IF.
003580     MOVE IXB-CATALOG-RECORD TO IXC-CATALOG-LINE.
003590     ADD 1 TO IXB-CAT-COUNT.
003600     MOVE IXC-FILE-NAME TO IXB-CE-FILE(IXB-CAT-COUNT).
003610     MOVE IXC-COPY-DATE TO IXB-CE-DATE(IXB-CAT-COUNT).
003620     MOVE IXC-COPY-NAME TO IXB-CE-NAME(IXB-CAT-COUNT).
003630     MOVE IXB-CATALOG-RECORD TO IXB-CE-LINE(IXB-CAT-COUNT).
003640
003650 1020-LOAD-CATALOG-ENTRY-EXIT.
003660     EXIT.
003670
003680******************************************************************
003690*    2000-BACKUP-ALL-FILES - CUT TONIGHT'S COPY OF EVERY FILE ON
003700*    THE LIST.  A SECOND RUN THE SAME DAY OVERWRITES THAT DAY'S
003710*    COPY AND ITS CATALOG LINE.
003720******************************************************************
003730 2000-BACKUP-ALL-FILES.
003740     PERFORM 2010-BACKUP-ONE-FILE THRU 2010-BACKUP-ONE-FILE-EXIT
003750         VARYING IXB-FILE-SUB FROM 1 BY 1
003760         UNTIL IXB-FILE-SUB > IXF-FILE-COUNT.
003770
003780 2000-BACKUP-ALL-FILES-EXIT.
003790     EXIT.
003800
003810 2010-BACKUP-ONE-FILE.
003820     MOVE SPACES TO IXB-COPY-NAME.
003830     STRING IXF-FILE-NAME(IXB-FILE-SUB) DELIMITED BY SPACE
003840         '.B' DELIMITED BY SIZE
003850         IXB-RUN-DATE DELIMITED BY SIZE
003860         INTO IXB-COPY-NAME.
003870     MOVE ZERO TO IHS-RECORD-COUNT IHS-HASH-TOTAL.
003880     MOVE IXF-FILE-LENGTH(IXB-FILE-SUB) TO IHS-LENGTH.
003890     MOVE 'N' TO IXB-FILE-ERROR-SW.
003900     PERFORM 2020-OPEN-LIVE-FILE THRU 2020-OPEN-LIVE-FILE-EXIT.
003910     IF IXB-LIVE-STATUS = '35'
003920         DISPLAY IXF-FILE-NAME(IXB-FILE-SUB)
003930             ' NOT CREATED YET - NOTHING TO BACK UP'
003940         ADD 1 TO IXB-FILES-ABSENT
003950         GO TO 2010-BACKUP-ONE-FILE-EXIT
003960     END-IF.
003970     IF IXB-LIVE-STATUS NOT = '00'
003980         DISPLAY 'UNABLE TO OPEN ' IXF-FILE-NAME(IXB-FILE-SUB)
003990             ' - STATUS: ' IXB-LIVE-STATUS
004000         PERFORM 2090-FILE-FAILED THRU 2090-FILE-FAILED-EXIT
004010         GO TO 2010-BACKUP-ONE-FILE-EXIT
004020     END-IF.
004030     OPEN OUTPUT IXB-COPY-FILE.
004040     IF IXB-COPY-STATUS NOT = '00'
004050         DISPLAY 'UNABLE TO OPEN ' IXB-COPY-NAME
004060             ' - STATUS: ' IXB-COPY-STATUS
004070         PERFORM 2040-CLOSE-LIVE-FILE
004080                 THRU 2040-CLOSE-LIVE-FILE-EXIT
004090         PERFORM 2090-FILE-FAILED THRU 2090-FILE-FAILED-EXIT
004100         GO TO 2010-BACKUP-ONE-FILE-EXIT
004110     END-IF.
004120     MOVE 'N' TO IXB-EOF-SW.
004130     PERFORM 2030-COPY-ONE-RECORD THRU 2030-COPY-ONE-RECORD-EXIT
004140         UNTIL IXB-END-OF-FILE.
004150     PERFORM 2040-CLOSE-LIVE-FILE THRU 2040-CLOSE-LIVE-FILE-EXIT.
004160     CLOSE IXB-COPY-FILE.
004170     IF IXB-FILE-IN-ERROR
004180         PERFORM 2090-FILE-FAILED THRU 2090-FILE-FAILED-EXIT
004190         GO TO 2010-BACKUP-ONE-FILE-EXIT
004200     END-IF.
004210     PERFORM 2050-CATALOG-COPY THRU 2050-CATALOG-COPY-EXIT.
004220     IF IXB-FILE-IN-ERROR
004230         PERFORM 2090-FILE-FAILED THRU 2090-FILE-FAILED-EXIT
004240         GO TO 2010-BACKUP-ONE-FILE-EXIT
004250     END-IF.
004260     ADD 1 TO IXB-FILES-BACKED-UP.
004270     ADD IHS-RECORD-COUNT TO IXB-RECORDS-COPIED.
004280     MOVE 'COMPLETED' TO IXB-RESULT.
004290     PERFORM 2060-WRITE-AUDIT-LINE
004300             THRU 2060-WRITE-AUDIT-LINE-EXIT.
004310
004320 2010-BACKUP-ONE-FILE-EXIT.
004330     EXIT.
004340
004350******************************************************************
004360*    2020-OPEN-LIVE-FILE - OPEN THE FILE FOR THIS FILE NUMBER
004370*    (IDXFILEW ORDER).  ALL OF THEM REPORT INTO IXB-LIVE-STATUS.
004380******************************************************************
004390 2020-OPEN-LIVE-FILE.
004400     EVALUATE IXB-FILE-SUB
004410         WHEN 1
004420             OPEN INPUT IXB-OPRMAST-FILE
004430         WHEN 2
004440             OPEN INPUT IXB-GNGOALS-FILE
004450         WHEN 3
004460         WHEN 4
004470             MOVE IXF-FILE-NAME(IXB-FILE-SUB) TO IXB-SEQ-NAME
004480             OPEN INPUT IXB-SEQ-FILE
004490         WHEN 5
004500             OPEN INPUT IXB-CALMSTR-FILE
004510         WHEN 6
004520             OPEN INPUT IXB-CALDICTM-FILE
004530         WHEN 7
004540             OPEN INPUT IXB-CALDQUE-FILE
004550         WHEN 8
004560             OPEN INPUT IXB-CALARCHM-FILE
004570         WHEN 9
004580             OPEN INPUT IXB-CALRSUB-FILE
004590         WHEN 10
004600             OPEN INPUT IXB-SRCREG-FILE
004610         WHEN 11
004620             OPEN INPUT IXB-CALRSPLG-FILE
004630         WHEN 12
004640             OPEN INPUT IXB-CALDISP-FILE
004650         WHEN 13
004660             OPEN INPUT IXB-CALPPADJ-FILE
004670         WHEN 14
004680             OPEN INPUT IXB-CALQCSMP-FILE
004682         WHEN 15
004684             OPEN INPUT IXB-CALRATE-FILE
004690     END-EVALUATE.
004700
004710 2020-OPEN-LIVE-FILE-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750*    2030-COPY-ONE-RECORD - READ THE NEXT RECORD IN KEY ORDER,
004760*    WRITE IT TO THE COPY AND ADD IT TO THE COUNT AND HASH.  A
004770*    READ ERROR ENDS THE FILE AND FAILS ITS COPY.
004780******************************************************************
004790 2030-COPY-ONE-RECORD.
004800     PERFORM 2035-READ-LIVE-RECORD
004810             THRU 2035-READ-LIVE-RECORD-EXIT.
004820     IF IXB-END-OF-FILE
004830         GO TO 2030-COPY-ONE-RECORD-EXIT
004840     END-IF.
004850     IF IXB-LIVE-STATUS NOT = '00'
004860         DISPLAY 'READ ERROR ON ' IXF-FILE-NAME(IXB-FILE-SUB)
004870             ' - STATUS: ' IXB-LIVE-STATUS
004880         MOVE 'Y' TO IXB-FILE-ERROR-SW
004890         MOVE 'Y' TO IXB-EOF-SW
004900         GO TO 2030-COPY-ONE-RECORD-EXIT
004910     END-IF.
004920     MOVE IXB-IMAGE TO IXB-COPY-RECORD.
004930     WRITE IXB-COPY-RECORD.
004940     IF IXB-COPY-STATUS NOT = '00'
004950         DISPLAY 'WRITE ERROR ON ' IXB-COPY-NAME
004960             ' - STATUS: ' IXB-COPY-STATUS
004970         MOVE 'Y' TO IXB-FILE-ERROR-SW
004980         MOVE 'Y' TO IXB-EOF-SW
004990         GO TO 2030-COPY-ONE-RECORD-EXIT
005000     END-IF.
005010     MOVE IXB-IMAGE TO IHS-IMAGE.
005020     CALL 'IDXHASH' USING IHS-HASH-PARM.
005030
005040 2030-COPY-ONE-RECORD-EXIT.
005050     EXIT.
005060
005070 2035-READ-LIVE-RECORD.
005080     MOVE SPACES TO IXB-IMAGE.
005090     EVALUATE IXB-FILE-SUB
005100         WHEN 1
005110             READ IXB-OPRMAST-FILE NEXT RECORD
005120                 AT END MOVE 'Y' TO IXB-EOF-SW
005130                 NOT AT END MOVE OPR-MASTER-RECORD TO IXB-IMAGE
005140             END-READ
005150         WHEN 2
005160             READ IXB-GNGOALS-FILE NEXT RECORD
005170                 AT END MOVE 'Y' TO IXB-EOF-SW
005180                 NOT AT END MOVE GOL-GOAL-RECORD TO IXB-IMAGE
005190             END-READ
005200         WHEN 3
005210         WHEN 4
005220             READ IXB-SEQ-FILE
005230                 AT END MOVE 'Y' TO IXB-EOF-SW
005240                 NOT AT END MOVE IXB-SEQ-RECORD TO IXB-IMAGE
005250             END-READ
005260         WHEN 5
005270             READ IXB-CALMSTR-FILE NEXT RECORD
005280                 AT END MOVE 'Y' TO IXB-EOF-SW
005290                 NOT AT END MOVE CALM-MASTER-RECORD TO IXB-IMAGE
005300             END-READ
005310         WHEN 6
005320             READ IXB-CALDICTM-FILE NEXT RECORD
005330                 AT END MOVE 'Y' TO IXB-EOF-SW
005340                 NOT AT END MOVE DCT-DICT-RECORD TO IXB-IMAGE
005350             END-READ
005360         WHEN 7
005370             READ IXB-CALDQUE-FILE NEXT RECORD
005380                 AT END MOVE 'Y' TO IXB-EOF-SW
005390                 NOT AT END MOVE CDQ-QUEUE-RECORD TO IXB-IMAGE
005400             END-READ
005410         WHEN 8
005420             READ IXB-CALARCHM-FILE NEXT RECORD
005430                 AT END MOVE 'Y' TO IXB-EOF-SW
005440                 NOT AT END MOVE CLA-ARCHIVE-RECORD TO IXB-IMAGE
005450             END-READ
005460         WHEN 9
005470             READ IXB-CALRSUB-FILE NEXT RECORD
005480                 AT END MOVE 'Y' TO IXB-EOF-SW
005490                 NOT AT END MOVE RSB-REGISTER-RECORD TO IXB-IMAGE
005500             END-READ
005510         WHEN 10
005520             READ IXB-SRCREG-FILE NEXT RECORD
005530                 AT END MOVE 'Y' TO IXB-EOF-SW
005540                 NOT AT END MOVE SRG-REGISTRY-RECORD TO IXB-IMAGE
005550             END-READ
005560         WHEN 11
005570             READ IXB-CALRSPLG-FILE NEXT RECORD
005580                 AT END MOVE 'Y' TO IXB-EOF-SW
005590                 NOT AT END MOVE RLG-RESPONSE-RECORD TO IXB-IMAGE
005600             END-READ
005610         WHEN 12
005620             READ IXB-CALDISP-FILE NEXT RECORD
005630                 AT END MOVE 'Y' TO IXB-EOF-SW
005640                 NOT AT END MOVE DSP-DISPUTE-RECORD TO IXB-IMAGE
005650             END-READ
005660         WHEN 13
005670             READ IXB-CALPPADJ-FILE NEXT RECORD
005680                 AT END MOVE 'Y' TO IXB-EOF-SW
005690                 NOT AT END MOVE PPA-LEDGER-RECORD TO IXB-IMAGE
005700             END-READ
005710         WHEN 14
005720             READ IXB-CALQCSMP-FILE NEXT RECORD
005730                 AT END MOVE 'Y' TO IXB-EOF-SW
005740                 NOT AT END MOVE QCS-SAMPLE-RECORD TO IXB-IMAGE
005750             END-READ
005751         WHEN 15
005752             READ IXB-CALRATE-FILE NEXT RECORD
005753                 AT END MOVE 'Y' TO IXB-EOF-SW
005754                 NOT AT END MOVE RAT-RATE-RECORD TO IXB-IMAGE
005755             END-READ
005760     END-EVALUATE.
005770
005780 2035-READ-LIVE-RECORD-EXIT.
005790     EXIT.
005800
005810 2040-CLOSE-LIVE-FILE.
005820     EVALUATE IXB-FILE-SUB
005830         WHEN 1
005840             CLOSE IXB-OPRMAST-FILE
005850         WHEN 2
005860             CLOSE IXB-GNGOALS-FILE
005870         WHEN 3
005880         WHEN 4
005890             CLOSE IXB-SEQ-FILE
005900         WHEN 5
005910             CLOSE IXB-CALMSTR-FILE
005920         WHEN 6
005930             CLOSE IXB-CALDICTM-FILE
005940         WHEN 7
005950             CLOSE IXB-CALDQUE-FILE
005960         WHEN 8
005970             CLOSE IXB-CALARCHM-FILE
005980         WHEN 9
005990             CLOSE IXB-CALRSUB-FILE
006000         WHEN 10
006010             CLOSE IXB-SRCREG-FILE
006020         WHEN 11
006030             CLOSE IXB-CALRSPLG-FILE
006040         WHEN 12
006050             CLOSE IXB-CALDISP-FILE
006060         WHEN 13
006070             CLOSE IXB-CALPPADJ-FILE
006080         WHEN 14
006090             CLOSE IXB-CALQCSMP-FILE
006092         WHEN 15
006094             CLOSE IXB-CALRATE-FILE
006100     END-EVALUATE.
006110
006120 2040-CLOSE-LIVE-FILE-EXIT.
006130     EXIT.
006140
006150******************************************************************
006160*    2050-CATALOG-COPY - BUILD THE COPY'S CATALOG LINE AND PUT IT
006170*    IN THE TABLE, OVER THE SAME DAY'S LINE WHEN THERE IS ONE.
006180******************************************************************
006190 2050-CATALOG-COPY.
006200     MOVE IXF-FILE-NAME(IXB-FILE-SUB) TO IXC-FILE-NAME.
006210     MOVE IXB-RUN-DATE TO IXC-COPY-DATE.
006220     MOVE IXB-RUN-TIME TO IXC-COPY-TIME.
006230     MOVE IXB-COPY-NAME TO IXC-COPY-NAME.
006240     MOVE IHS-RECORD-COUNT TO IXC-RECORD-COUNT.
006250     MOVE IHS-HASH-TOTAL TO IXC-HASH-TOTAL.
006260     MOVE IHS-LENGTH TO IXC-RECORD-LENGTH.
006270     MOVE ZERO TO IXB-FOUND-SUB.
006280     PERFORM 2055-MATCH-CATALOG-ENTRY
006290             THRU 2055-MATCH-CATALOG-ENTRY-EXIT
006300         VARYING IXB-CAT-SUB FROM 1 BY 1
006310         UNTIL IXB-CAT-SUB > IXB-CAT-COUNT
006320            OR IXB-FOUND-SUB > ZERO.
006330     IF IXB-FOUND-SUB = ZERO
006340         IF IXB-CAT-COUNT >= 300
006350             DISPLAY 'IDXBKCAT TABLE FULL - COPY NOT CATALOGED: '
006360                 IXB-COPY-NAME
006370             MOVE 'Y' TO IXB-FILE-ERROR-SW
006380             GO TO 2050-CATALOG-COPY-EXIT
006390         END-IF
006400         ADD 1 TO IXB-CAT-COUNT
006410         MOVE IXB-CAT-COUNT TO IXB-FOUND-SUB
006420     END-IF.
006430     MOVE IXC-FILE-NAME TO IXB-CE-FILE(IXB-FOUND-SUB).
006440     MOVE IXC-COPY-DATE TO IXB-CE-DATE(IXB-FOUND-SUB).
006450     MOVE IXC-COPY-NAME TO IXB-CE-NAME(IXB-FOUND-SUB).
006460     MOVE IXC-CATALOG-LINE TO IXB-CE-LINE(IXB-FOUND-SUB).
006470
006480 2050-CATALOG-COPY-EXIT.
006490     EXIT.
006500
006510 2055-MATCH-CATALOG-ENTRY.
006520     IF IXB-CE-NAME(IXB-CAT-SUB) = IXB-COPY-NAME(1:24)
006530         MOVE IXB-CAT-SUB TO IXB-FOUND-SUB
006540     END-IF.
006550
006560 2055-MATCH-CATALOG-ENTRY-EXIT.
006570     EXIT.
006580
006590******************************************************************
006600*    2060-WRITE-AUDIT-LINE - ONE LINE PER FILE: THE COPY'S DATE,
006610*    COUNT AND HASH AND WHETHER IT WAS CUT.
006620******************************************************************
006630 2060-WRITE-AUDIT-LINE.
006640     IF NOT IXB-AUDIT-OPEN
006650         GO TO 2060-WRITE-AUDIT-LINE-EXIT
006660     END-IF.
006670     MOVE FUNCTION CURRENT-DATE(1:8) TO IXA-DATE.
006680     MOVE FUNCTION CURRENT-DATE(9:6) TO IXA-TIME.
006690     MOVE 'BACKUP' TO IXA-FUNCTION.
006700     MOVE 'IDXBKUP' TO IXA-OPERATOR.
006710     MOVE IXF-FILE-NAME(IXB-FILE-SUB) TO IXA-FILE-NAME.
006720     MOVE IXB-RUN-DATE TO IXA-COPY-DATE.
006730     MOVE ZERO TO IXA-BEFORE-COUNT IXA-BEFORE-HASH.
006740     MOVE IHS-RECORD-COUNT TO IXA-AFTER-COUNT.
006750     MOVE IHS-HASH-TOTAL TO IXA-AFTER-HASH.
006760     MOVE IXB-RESULT TO IXA-RESULT.
006770     MOVE IXA-AUDIT-LINE TO IXB-AUDIT-RECORD.
006780     WRITE IXB-AUDIT-RECORD.
006790
006800 2060-WRITE-AUDIT-LINE-EXIT.
006810     EXIT.
006820
006830 2090-FILE-FAILED.
006840     MOVE 'Y' TO IXB-ERROR-SW.
006850     ADD 1 TO IXB-FILES-FAILED.
006860     MOVE 'FAILED' TO IXB-RESULT.
006870     PERFORM 2060-WRITE-AUDIT-LINE
006880             THRU 2060-WRITE-AUDIT-LINE-EXIT.
006890
006900 2090-FILE-FAILED-EXIT.
006910     EXIT.
006920
006930******************************************************************
006940*    3000-PURGE-OLD-COPIES - FOR EACH FILE, DELETE THE OLDEST
006950*    COPIES (SMALLEST DATE) UNTIL ONLY THE NEWEST N REMAIN, AND
006960*    BLANK THEIR CATALOG ENTRIES.
006970******************************************************************
006980 3000-PURGE-OLD-COPIES.
006990     PERFORM 3010-PURGE-ONE-FILE THRU 3010-PURGE-ONE-FILE-EXIT
007000         VARYING IXB-FILE-SUB FROM 1 BY 1
007010         UNTIL IXB-FILE-SUB > IXF-FILE-COUNT.
007020
007030 3000-PURGE-OLD-COPIES-EXIT.
007040     EXIT.
007050
007060 3010-PURGE-ONE-FILE.
007070     MOVE ZERO TO IXB-FILE-COPY-COUNT.
007080     PERFORM 3020-COUNT-ONE-ENTRY THRU 3020-COUNT-ONE-ENTRY-EXIT
007090         VARYING IXB-CAT-SUB FROM 1 BY 1
007100         UNTIL IXB-CAT-SUB > IXB-CAT-COUNT.
007110     PERFORM 3030-PURGE-OLDEST THRU 3030-PURGE-OLDEST-EXIT
007120         UNTIL IXB-FILE-COPY-COUNT <= IXB-KEEP-COUNT.
007130
007140 3010-PURGE-ONE-FILE-EXIT.
007150     EXIT.
007160
007170 3020-COUNT-ONE-ENTRY.
007180     IF IXB-CE-FILE(IXB-CAT-SUB) = IXF-FILE-NAME(IXB-FILE-SUB)
007190         ADD 1 TO IXB-FILE-COPY-COUNT
007200     END-IF.
007210
007220 3020-COUNT-ONE-ENTRY-EXIT.
007230     EXIT.
007240
007250******************************************************************
007260*    3030-PURGE-OLDEST - A DELETE THAT FAILS STILL DROPS THE
007270*    CATALOG ENTRY SO THE RUN CANNOT LOOP, BUT FLAGS THE RUN.
007280******************************************************************
007290 3030-PURGE-OLDEST.
007300     MOVE ZERO TO IXB-OLDEST-SUB.
007310     PERFORM 3032-FIND-OLDEST-ENTRY
007320             THRU 3032-FIND-OLDEST-ENTRY-EXIT
007330         VARYING IXB-CAT-SUB FROM 1 BY 1
007340         UNTIL IXB-CAT-SUB > IXB-CAT-COUNT.
007350     IF IXB-OLDEST-SUB = ZERO
007360         MOVE IXB-KEEP-COUNT TO IXB-FILE-COPY-COUNT
007370         GO TO 3030-PURGE-OLDEST-EXIT
007380     END-IF.
007390     MOVE IXB-CE-NAME(IXB-OLDEST-SUB) TO IXB-PURGE-NAME.
007400     DELETE FILE IXB-PURGE-FILE.
007410     IF IXB-PURGE-STATUS NOT = '00'
007420         DISPLAY 'PURGE FAILED FOR ' IXB-PURGE-NAME
007430             ' - STATUS: ' IXB-PURGE-STATUS
007440         MOVE 'Y' TO IXB-ERROR-SW
007450     ELSE
007460         ADD 1 TO IXB-COPIES-PURGED
007470     END-IF.
007480     MOVE SPACES TO IXB-CE-FILE(IXB-OLDEST-SUB).
007490     MOVE SPACES TO IXB-CE-DATE(IXB-OLDEST-SUB).
007500     MOVE SPACES TO IXB-CE-NAME(IXB-OLDEST-SUB).
007510     MOVE SPACES TO IXB-CE-LINE(IXB-OLDEST-SUB).
007520     SUBTRACT 1 FROM IXB-FILE-COPY-COUNT.
007530
007540 3030-PURGE-OLDEST-EXIT.
007550     EXIT.
007560
007570 3032-FIND-OLDEST-ENTRY.
007580     IF IXB-CE-FILE(IXB-CAT-SUB) = IXF-FILE-NAME(IXB-FILE-SUB)
007590         IF IXB-OLDEST-SUB = ZERO
007600             MOVE IXB-CAT-SUB TO IXB-OLDEST-SUB
007610         ELSE
007620             IF IXB-CE-DATE(IXB-CAT-SUB)
007630                     < IXB-CE-DATE(IXB-OLDEST-SUB)
007640                 MOVE IXB-CAT-SUB TO IXB-OLDEST-SUB
007650             END-IF
007660         END-IF
007670     END-IF.
007680
007690 3032-FIND-OLDEST-ENTRY-EXIT.
007700     EXIT.
007710
007720******************************************************************
007730*    4000-WRITE-CATALOG - REWRITE IDXBKCAT FROM THE IN-CORE
007740*    TABLE, SKIPPING THE ENTRIES BLANKED BY THE PURGE.
007750******************************************************************
007760 4000-WRITE-CATALOG.
007770     OPEN OUTPUT IXB-CATALOG-FILE.
007780     IF IXB-CATALOG-STATUS NOT = '00'
007790         DISPLAY 'UNABLE TO REWRITE IDXBKCAT - STATUS: '
007800             IXB-CATALOG-STATUS
007810         MOVE 'Y' TO IXB-ERROR-SW
007820         GO TO 4000-WRITE-CATALOG-EXIT
007830     END-IF.
007840     PERFORM 4010-WRITE-CATALOG-ENTRY
007850             THRU 4010-WRITE-CATALOG-ENTRY-EXIT
007860         VARYING IXB-CAT-SUB FROM 1 BY 1
007870         UNTIL IXB-CAT-SUB > IXB-CAT-COUNT.
007880     CLOSE IXB-CATALOG-FILE.
007890
007900 4000-WRITE-CATALOG-EXIT.
007910     EXIT.
007920
007930 4010-WRITE-CATALOG-ENTRY.
007940     IF IXB-CE-FILE(IXB-CAT-SUB) = SPACES
007950         GO TO 4010-WRITE-CATALOG-ENTRY-EXIT
007960     END-IF.
007970     MOVE IXB-CE-LINE(IXB-CAT-SUB) TO IXB-CATALOG-RECORD.
007980     WRITE IXB-CATALOG-RECORD.
007990
008000 4010-WRITE-CATALOG-ENTRY-EXIT.
008010     EXIT.
008020
008030 8000-CONTROL-REPORT.
008040     IF IXB-AUDIT-OPEN
008050         CLOSE IXB-AUDIT-FILE
008060     END-IF.
008070     DISPLAY '===== IDXBKUP CONTROL REPORT ====='.
008080     DISPLAY 'FILES BACKED UP.........: ' IXB-FILES-BACKED-UP.
008090     DISPLAY 'FILES NOT CREATED YET...: ' IXB-FILES-ABSENT.
008100     DISPLAY 'FILES FAILED............: ' IXB-FILES-FAILED.
008110     DISPLAY 'RECORDS COPIED..........: ' IXB-RECORDS-COPIED.
008120     DISPLAY 'COPIES PURGED...........: ' IXB-COPIES-PURGED.
008130     DISPLAY 'COPIES KEPT PER FILE....: ' IXB-KEEP-COUNT.
008140
008150 8000-CONTROL-REPORT-EXIT.
008160     EXIT.
008170
008180 9999-EXIT.
008190     IF IXB-RUN-IN-ERROR
008200         MOVE 8 TO RETURN-CODE
008210     ELSE
008220         MOVE 0 TO RETURN-CODE
008230     END-IF.
008240     GOBACK.
