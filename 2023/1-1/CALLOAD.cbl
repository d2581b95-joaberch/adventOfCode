000230*                   GRAND TOTAL.  WRITES ITS CONTROL TOTALS TO
000240*                   THE CALLCTL CONTROL FILE SO CALBAL CAN
000250*                   RECONCILE THE FEED THROUGH THE MASTER INTO
000260*                   THE CALIBRATION PASS.  A READING ALREADY
000262*                   CALIBRATED ON AN EARLIER NIGHT (FOUND ON THE
000264*                   CALRSUB REGISTER) IS HELD OUT TO THE CALRSBRP
000266*                   RESUBMISSIONS REPORT INSTEAD OF BEING LOADED.
000270*    MODIFICATION HISTORY:
000280*      2026-08-22  RJB  ORIGINAL.
000290*      2026-08-22  RJB  DUPLICATES-REPORT LINE WIDENED TO THE
000340*                       LONGER EXISTS, AND RESUMING AGAINST THE
000350*                       NEW ONE WOULD FOLD A STALE PARTIAL TOTAL
000360*                       INTO THE NIGHT'S RESULT.
000361*      2026-10-15  RJB  EACH READING IS LOOKED UP ON THE CALRSUB
000362*                       RESUBMISSION REGISTER BEFORE IT IS
000363*                       LOADED.  ONE ALREADY CALIBRATED ON AN
000364*                       EARLIER NIGHT IS HELD OUT, LISTED ON THE
000365*                       CALRSBRP RESUBMISSIONS REPORT WITH ITS
000366*                       ORIGINAL RUN DATE AND COUNTED ON CALLCTL
000367*                       AND CALLSCTL SO THE NIGHT STILL BALANCES.
000368*                       THE LOAD DATE IS TAKEN ONCE AT THE START.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. CALLOAD.
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS LOD-DUP-STATUS.
000570
000572     SELECT LOD-RESUB-REPORT-FILE ASSIGN TO 'CALRSBRP'
000574         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS LOD-RESUB-STATUS.
000578
000580     SELECT LOD-CONTROL-FILE ASSIGN TO 'CALLCTL'
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS LOD-CONTROL-STATUS.
000646         ORGANIZATION IS LINE SEQUENTIAL
000648         FILE STATUS IS LOD-SRC-CONTROL-STATUS.
000650
000651     SELECT LOD-REGISTER-FILE ASSIGN TO 'CALRSUB'
000652         ORGANIZATION IS INDEXED
000653         ACCESS MODE IS RANDOM
000654         RECORD KEY IS RSB-KEY
000655         FILE STATUS IS LOD-REGISTER-STATUS.
000656
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  LOD-FEED-FILE
000760     RECORDING MODE IS F.
000770 01  LOD-DUP-REPORT-RECORD      PIC X(139).
000780
000782 FD  LOD-RESUB-REPORT-FILE
000784     RECORDING MODE IS F.
000786 01  LOD-RESUB-REPORT-RECORD    PIC X(127).
000788
000790 FD  LOD-CONTROL-FILE
000800     RECORDING MODE IS F.
000810     COPY CALCTLRC.
000852
000854 FD  LOD-SRC-CONTROL-FILE
000856     RECORDING MODE IS F.
000858 01  LOD-SRC-CONTROL-RECORD     PIC X(84).
000860
000862 FD  LOD-REGISTER-FILE.
000864     COPY CALRSUBC.
000866
000870 WORKING-STORAGE SECTION.
000880     COPY CALCTLWS.
000890
000930     05  LOD-DUP-TEXT           PIC X(100).
000940     05  FILLER                 PIC X(02) VALUE SPACES.
000950     05  LOD-DUP-REASON         PIC X(30).
000951
000952 01  LOD-RESUB-LINE.
000953     05  LOD-RSB-SEQ-NO         PIC 9(05).
000954     05  FILLER                 PIC X(02) VALUE SPACES.
000955     05  LOD-RSB-SOURCE-ID      PIC X(08).
000956     05  FILLER                 PIC X(02) VALUE SPACES.
000957     05  LOD-RSB-ORIG-DATE      PIC 9(08).
000958     05  FILLER                 PIC X(02) VALUE SPACES.
000959     05  LOD-RSB-TEXT           PIC X(100).
000960
000970 77  LOD-FEED-STATUS            PIC X(02) VALUE '00'.
000980 77  LOD-MASTER-STATUS          PIC X(02) VALUE '00'.
000990 77  LOD-DUP-STATUS             PIC X(02) VALUE '00'.
001000 77  LOD-CONTROL-STATUS         PIC X(02) VALUE '00'.
001010 77  LOD-CKPT-STATUS            PIC X(02) VALUE '00'.
001013 77  LOD-REGISTER-STATUS        PIC X(02) VALUE '00'.
001016 77  LOD-RESUB-STATUS           PIC X(02) VALUE '00'.
001020
001030 77  LOD-EOF-SW                 PIC X VALUE 'N'.
001040     88  LOD-END-OF-FILE                VALUE 'Y'.
001050 77  LOD-ERROR-SW               PIC X VALUE 'N'.
001060     88  LOD-RUN-IN-ERROR               VALUE 'Y'.
001061*    THE REGISTER DOES NOT EXIST UNTIL THE FIRST NIGHT HAS BEEN
001062*    ARCHIVED; UNTIL THEN THERE IS NOTHING TO HOLD OUT.
001063 77  LOD-REGISTER-SW            PIC X VALUE 'N'.
001064     88  LOD-REGISTER-OPEN              VALUE 'Y'.
001065 77  LOD-HELD-OUT-SW            PIC X VALUE 'N'.
001066     88  LOD-HELD-OUT                   VALUE 'Y'.
001070
001080 77  LOD-RECORD-COUNT           PIC 9(06) VALUE ZERO.
001083 77  LOD-LOAD-DATE              PIC 9(08) VALUE ZERO.
001086 77  LOD-RESUB-COUNT            PIC 9(06) VALUE ZERO.
001090 77  LOD-LOADED-COUNT           PIC 9(06) VALUE ZERO.
001100 77  LOD-DUP-COUNT              PIC 9(06) VALUE ZERO.
001101 77  LOD-SRC-CONTROL-STATUS     PIC X(02) VALUE '00'.
001107 01  LOD-SOURCE-TABLE.
001108     05  LOD-SRC-COUNT          PIC 9(02) VALUE ZERO.
001109     05  LOD-SRC-ENTRY OCCURS 10 TIMES.
001110         10  LOD-SRC-RESUBS         PIC 9(06).
001111         10  LOD-SRC-ID             PIC X(08).
001112         10  LOD-SRC-RECORDS-IN     PIC 9(06).
001113         10  LOD-SRC-DUPS           PIC 9(06).
001230*    VALIDATED FEED.  THE LOAD WRITES BY KEY (ACCESS RANDOM) SO
001240*    THE FEED FILES NEED NOT ARRIVE IN SEQUENCE; A KEY ALREADY
001250*    ON THE MASTER COMES BACK WITH FILE STATUS 22 AND GOES TO
001260*    THE DUPLICATES REPORT.  A READING ON THE RESUBMISSION
001265*    REGISTER FROM AN EARLIER NIGHT NEVER REACHES THE MASTER.
001270******************************************************************
001280 2000-LOAD-MASTER.
001285     MOVE FUNCTION CURRENT-DATE(1:8) TO LOD-LOAD-DATE.
001290     OPEN INPUT LOD-FEED-FILE.
001300     IF LOD-FEED-STATUS NOT = '00'
001310         DISPLAY 'UNABLE TO OPEN CALFEED - STATUS: '
001420         GO TO 2000-LOAD-MASTER-EXIT
001430     END-IF.
001440     OPEN OUTPUT LOD-DUP-REPORT-FILE.
001441     OPEN OUTPUT LOD-RESUB-REPORT-FILE.
001442     PERFORM 2005-OPEN-REGISTER THRU 2005-OPEN-REGISTER-EXIT.
001443     IF LOD-RUN-IN-ERROR
001444         CLOSE LOD-FEED-FILE LOD-MASTER-FILE LOD-DUP-REPORT-FILE
001445             LOD-RESUB-REPORT-FILE
001446         GO TO 2000-LOAD-MASTER-EXIT
001447     END-IF.
001450     PERFORM 2010-READ-FEED-RECORD
001460             THRU 2010-READ-FEED-RECORD-EXIT.
001470     PERFORM 2020-LOAD-ONE-RECORD
001480             THRU 2020-LOAD-ONE-RECORD-EXIT
001490         UNTIL LOD-END-OF-FILE.
001500     CLOSE LOD-FEED-FILE LOD-MASTER-FILE LOD-DUP-REPORT-FILE
001502         LOD-RESUB-REPORT-FILE.
001504     IF LOD-REGISTER-OPEN
001506         CLOSE LOD-REGISTER-FILE
001508     END-IF.
001510*    A CALDRV CHECKPOINT LEFT BY AN EARLIER NIGHT POINTS INTO A
001520*    MASTER THAT NO LONGER EXISTS - INVALIDATE IT SO THE NEXT
001530*    CALIBRATION PASS STARTS FROM RECORD 1 OF THIS LOAD.
001690     EXIT.
001700
001710 2020-LOAD-ONE-RECORD.
001711     PERFORM 2025-CHECK-REGISTER THRU 2025-CHECK-REGISTER-EXIT.
001712     IF LOD-HELD-OUT
001713         PERFORM 2035-WRITE-RESUB-LINE
001714                 THRU 2035-WRITE-RESUB-LINE-EXIT
001715         PERFORM 2010-READ-FEED-RECORD
001716                 THRU 2010-READ-FEED-RECORD-EXIT
001717         GO TO 2020-LOAD-ONE-RECORD-EXIT
001718     END-IF.
001720     MOVE SPACES TO CALM-MASTER-RECORD.
001730     MOVE DONNEE-SEQ-NO TO CALM-SEQ-NO.
001740     MOVE DONNEE-CALIB-TEXT TO CALM-CALIB-TEXT.
002087     IF LOD-SRC-CUR = ZERO
002088         IF LOD-SRC-COUNT < 10
002089             ADD 1 TO LOD-SRC-COUNT
002090             MOVE ZERO TO LOD-SRC-RESUBS(LOD-SRC-COUNT)
002091             MOVE DONNEE-SOURCE-ID TO LOD-SRC-ID(LOD-SRC-COUNT)
002092             MOVE ZERO TO LOD-SRC-RECORDS-IN(LOD-SRC-COUNT)
002093             MOVE ZERO TO LOD-SRC-DUPS(LOD-SRC-COUNT)
002114******************************************************************
002115*    8000-CONTROL-REPORT - CONSOLE COUNTS PLUS THE CALLCTL
002116*    CONTROL RECORD: RECORDS IN FROM CALFEED, DUPLICATES
002120*    REJECTED, RECORDS OUT ONTO THE MASTER FOR CALDRV TO READ,
002123*    RESUBMISSIONS HELD OUT.  STAMPED WITH THE LOAD DATE, WHICH
002126*    CALARCH CARRIES ONTO THE RESUBMISSION REGISTER.
002130******************************************************************
002140 8000-CONTROL-REPORT.
002150     DISPLAY '===== CALLOAD CONTROL REPORT ====='.
002160     DISPLAY 'RECORDS READ............: ' LOD-RECORD-COUNT.
002170     DISPLAY 'RECORDS LOADED..........: ' LOD-LOADED-COUNT.
002180     DISPLAY 'DUPLICATES REJECTED.....: ' LOD-DUP-COUNT.
002185     DISPLAY 'RESUBMISSIONS HELD OUT..: ' LOD-RESUB-COUNT.
002190     OPEN OUTPUT LOD-CONTROL-FILE.
002200     IF LOD-CONTROL-STATUS NOT = '00'
002210         DISPLAY 'UNABLE TO OPEN CALLCTL - STATUS: '
002230         MOVE 'Y' TO LOD-ERROR-SW
002240         GO TO 8000-CONTROL-REPORT-EXIT
002250     END-IF.
002260     MOVE LOD-LOAD-DATE TO CTL-RUN-DATE.
002270     MOVE 'CALLOAD' TO CTL-STEP-NAME.
002280     MOVE 1 TO CTL-FILES-PROCESSED.
002290     MOVE LOD-RECORD-COUNT TO CTL-RECORDS-IN.
002320     MOVE ZERO TO CTL-EXCEPTION-COUNT.
002330     MOVE ZERO TO CTL-GRAND-TOTAL.
002332     MOVE ZERO TO CTL-FILES-REJECTED.
002334     MOVE LOD-RESUB-COUNT TO CTL-RECORDS-RESUBMITTED.
002340     MOVE CTL-CONTROL-LINE TO CTL-CONTROL-RECORD.
002350     WRITE CTL-CONTROL-RECORD.
002360     CLOSE LOD-CONTROL-FILE.
002416
002417 8025-WRITE-ONE-SOURCE-CTL.
002418     INITIALIZE CTL-CONTROL-LINE.
002419     MOVE LOD-LOAD-DATE TO CTL-RUN-DATE.
002420     MOVE LOD-SRC-RESUBS(LOD-SRC-SUB) TO CTL-RECORDS-RESUBMITTED.
002421     MOVE LOD-SRC-ID(LOD-SRC-SUB) TO CTL-STEP-NAME.
002422     MOVE 1 TO CTL-FILES-PROCESSED.
002423     MOVE LOD-SRC-RECORDS-IN(LOD-SRC-SUB) TO CTL-RECORDS-IN.
002450         MOVE 0 TO RETURN-CODE
002460     END-IF.
002470     GOBACK.
002480
002490******************************************************************
002500*    2005-OPEN-REGISTER - THE CALRSUB REGISTER IS READ ONLY HERE;
002510*    CALARCH AND CALDELTA MAINTAIN IT.  NOT THERE YET (STATUS 35)
002520*    MEANS NO NIGHT HAS BEEN ARCHIVED, SO THE LOAD RUNS WITHOUT
002530*    THE CHECK.  ANY OTHER OPEN FAILURE STOPS THE LOAD RATHER
002540*    THAN LET A RESUBMITTED FILE THROUGH UNCHECKED.
002550******************************************************************
002560 2005-OPEN-REGISTER.
002570     OPEN INPUT LOD-REGISTER-FILE.
002580     EVALUATE LOD-REGISTER-STATUS
002590         WHEN '00'
002600             MOVE 'Y' TO LOD-REGISTER-SW
002610         WHEN '35'
002620             DISPLAY 'CALRSUB NOT FOUND - NO RESUBMISSION CHECK'
002630         WHEN OTHER
002640             DISPLAY 'UNABLE TO OPEN CALRSUB - STATUS: '
002650                 LOD-REGISTER-STATUS
002660             MOVE 'Y' TO LOD-ERROR-SW
002670     END-EVALUATE.
002680
002690 2005-OPEN-REGISTER-EXIT.
002700     EXIT.
002710
002720******************************************************************
002730*    2025-CHECK-REGISTER - LOOK THE READING UP BY SOURCE,
002740*    SEQUENCE NUMBER AND TEXT.  READINGS THAT CAME IN THROUGH A
002750*    CORRECTION PATH ARE FILED UNDER CORRECTN WHATEVER THEIR
002760*    STAMP, SO A RECYCLED READING ALREADY FIXED THROUGH CALDELTA
002770*    IS FOUND.  AN ENTRY LOADED TONIGHT ONLY MEANS THIS IS A
002780*    RERUN OF TONIGHT'S LOAD AND IS NOT HELD OUT.
002790******************************************************************
002800 2025-CHECK-REGISTER.
002810     MOVE 'N' TO LOD-HELD-OUT-SW.
002820     IF NOT LOD-REGISTER-OPEN
002830         GO TO 2025-CHECK-REGISTER-EXIT
002840     END-IF.
002850     MOVE DONNEE-SOURCE-ID TO RSB-SOURCE-ID.
002860     IF DONNEE-SOURCE-ID = 'RECYCLE'
002870        OR DONNEE-SOURCE-ID = 'CALDELTA'
002880         MOVE 'CORRECTN' TO RSB-SOURCE-ID
002890     END-IF.
002900     MOVE DONNEE-SEQ-NO TO RSB-SEQ-NO.
002910     MOVE DONNEE-CALIB-TEXT TO RSB-CALIB-TEXT.
002920     READ LOD-REGISTER-FILE
002930         INVALID KEY
002940             GO TO 2025-CHECK-REGISTER-EXIT
002950     END-READ.
002960     IF RSB-LOAD-DATE NOT = LOD-LOAD-DATE
002970         MOVE 'Y' TO LOD-HELD-OUT-SW
002980     END-IF.
002990
003000 2025-CHECK-REGISTER-EXIT.
003010     EXIT.
003020
003030 2035-WRITE-RESUB-LINE.
003040     MOVE DONNEE-SEQ-NO TO LOD-RSB-SEQ-NO.
003050     MOVE DONNEE-SOURCE-ID TO LOD-RSB-SOURCE-ID.
003060     MOVE RSB-RUN-DATE TO LOD-RSB-ORIG-DATE.
003070     MOVE DONNEE-CALIB-TEXT TO LOD-RSB-TEXT.
003080     MOVE LOD-RESUB-LINE TO LOD-RESUB-REPORT-RECORD.
003090     WRITE LOD-RESUB-REPORT-RECORD.
003100     ADD 1 TO LOD-RESUB-COUNT.
003110     IF LOD-SRC-CUR > ZERO
003120         ADD 1 TO LOD-SRC-RESUBS(LOD-SRC-CUR)
003130     END-IF.
003140
003150 2035-WRITE-RESUB-LINE-EXIT.
003160     EXIT.
