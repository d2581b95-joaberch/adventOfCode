000290*                   OF EACH NIGHT'S PROCESSING.
000300*    MODIFICATION HISTORY:
000310*      2026-09-02  RJB  ORIGINAL.
000311*      2026-10-15  RJB  THE RESPONSE FILE NOW OPENS WITH AN 'H'
000312*                       HEADER CARRYING THE RUN DATE (FROM
000313*                       CALCTL) FOR THE VENDOR TO QUOTE ON ITS
000314*                       ACKNOWLEDGEMENT, AND EVERY FILE SENT IS
000315*                       LOGGED ON CALRSPLG WITH ITS TRAILER AS
000316*                       AWAITING ACKNOWLEDGEMENT (SEE CALRACK).
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CALRESP.
000420         RECORD KEY IS CALM-SEQ-NO
000430         FILE STATUS IS RSP-MASTER-STATUS.
000440
000442     SELECT RSP-CAL-CONTROL-FILE ASSIGN TO 'CALCTL'
000444         ORGANIZATION IS LINE SEQUENTIAL
000446         FILE STATUS IS RSP-CAL-STATUS.
000448
000450     SELECT RSP-RESPONSE-FILE ASSIGN TO 'CALRESPF'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS RSP-RESPONSE-STATUS.
000480
000481     SELECT RSP-LOG-FILE ASSIGN TO 'CALRSPLG'
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS RANDOM
000484         RECORD KEY IS RLG-RESPONSE-DATE
000485         FILE STATUS IS RSP-LOG-STATUS.
000486
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  RSP-MASTER-FILE.
000550     RECORDING MODE IS F.
000560 01  RSP-RESPONSE-RECORD            PIC X(40).
000570
000571 FD  RSP-CAL-CONTROL-FILE
000572     RECORDING MODE IS F.
000573 01  RSP-CAL-CONTROL-RECORD         PIC X(84).
000574
000575 FD  RSP-LOG-FILE.
000576     COPY CALRSPLC.
000577
000580 WORKING-STORAGE SECTION.
000582     COPY CALCTLWS.
000584
000590 77  RSP-MASTER-STATUS          PIC X(02) VALUE '00'.
000600 77  RSP-RESPONSE-STATUS        PIC X(02) VALUE '00'.
000601 77  RSP-CAL-STATUS             PIC X(02) VALUE '00'.
000602 77  RSP-LOG-STATUS             PIC X(02) VALUE '00'.
000603 77  RSP-RUN-DATE               PIC 9(08) VALUE ZERO.
000604 77  RSP-LOG-FAILED-SW          PIC X VALUE 'N'.
000605     88  RSP-LOG-FAILED                 VALUE 'Y'.
000610
000620 77  RSP-EOF-SW                 PIC X VALUE 'N'.
000630     88  RSP-END-OF-FILE                VALUE 'Y'.
000690 77  RSP-EXCEPTION-COUNT        PIC 9(06) VALUE ZERO.
000700 77  RSP-GRAND-TOTAL            PIC 9(08) VALUE ZERO.
000710
000720*    FIXED RESPONSE LAYOUTS AGREED WITH THE VENDOR: AN OPENING 'H'
000725*    HEADER WITH THE RUN DATE, A 'D' DETAIL PER SEQUENCE NUMBER
000730*    AND A CLOSING 'T' TRAILER.  THE REASON CATEGORY IS ONLY
000740*    FILLED ON EXCEPTION RECORDS.
000741 01  RSP-HEADER-LINE.
000742     05  RSP-HDR-TYPE           PIC X(01) VALUE 'H'.
000745     05  RSP-HDR-RUN-DATE       PIC 9(08).
000747     05  RSP-HDR-FILE-ID        PIC X(08) VALUE 'CALRESPF'.
000750 01  RSP-DETAIL-LINE.
000760     05  RSP-DTL-TYPE           PIC X(01) VALUE 'D'.
000770     05  RSP-DTL-SEQ-NO         PIC 9(05).
000940             UNTIL RSP-END-OF-FILE
000950         PERFORM 3000-WRITE-TRAILER THRU 3000-WRITE-TRAILER-EXIT
000960         CLOSE RSP-MASTER-FILE RSP-RESPONSE-FILE
000965         PERFORM 3010-LOG-RESPONSE THRU 3010-LOG-RESPONSE-EXIT
000970         DISPLAY 'CALRESP COMPLETE - RECORDS: ' RSP-RECORD-COUNT
000980             ' GRAND TOTAL: ' RSP-GRAND-TOTAL
000990     END-IF.
001030     EXIT.
001040
001050 1000-INITIALIZE.
001055     PERFORM 1010-GET-RUN-DATE THRU 1010-GET-RUN-DATE-EXIT.
001060     OPEN INPUT RSP-MASTER-FILE.
001070     IF RSP-MASTER-STATUS NOT = '00'
001080         DISPLAY 'UNABLE TO OPEN CALMSTR - STATUS: '
001160             RSP-RESPONSE-STATUS
001170         MOVE 'Y' TO RSP-ERROR-SW
001180         CLOSE RSP-MASTER-FILE
001185         GO TO 1000-INITIALIZE-EXIT
001190     END-IF.
001192     MOVE RSP-RUN-DATE TO RSP-HDR-RUN-DATE.
001194     MOVE RSP-HEADER-LINE TO RSP-RESPONSE-RECORD.
001196     WRITE RSP-RESPONSE-RECORD.
001200
001210 1000-INITIALIZE-EXIT.
001220     EXIT.
001720     IF RSP-RUN-IN-ERROR
001730         MOVE 8 TO RETURN-CODE
001740     ELSE
001742         IF RSP-LOG-FAILED
001744             MOVE 4 TO RETURN-CODE
001746         ELSE
001750             MOVE 0 TO RETURN-CODE
001756         END-IF
001760     END-IF.
001770     GOBACK.
001780
001790******************************************************************
001800*    1010-GET-RUN-DATE - THE RUN DATE COMES FROM CALCTL AS
001810*    STAMPED BY CALDRV (TODAY'S DATE WHEN CALCTL IS MISSING), THE
001820*    SAME DATE CALARCH FILES THE NIGHT UNDER ON CALARCHM, SO A
001830*    DISPUTED LINE CAN BE FOUND AGAIN BY IT.
001840******************************************************************
001850 1010-GET-RUN-DATE.
001860     MOVE FUNCTION CURRENT-DATE(1:8) TO RSP-RUN-DATE.
001870     OPEN INPUT RSP-CAL-CONTROL-FILE.
001880     IF RSP-CAL-STATUS NOT = '00'
001890         GO TO 1010-GET-RUN-DATE-EXIT
001900     END-IF.
001910     READ RSP-CAL-CONTROL-FILE INTO CTL-CONTROL-LINE
001920         AT END
001930             MOVE SPACES TO CTL-RUN-DATE
001940     END-READ.
001950     CLOSE RSP-CAL-CONTROL-FILE.
001960     IF CTL-RUN-DATE IS NUMERIC
001970         MOVE CTL-RUN-DATE TO RSP-RUN-DATE
001980     END-IF.
001990
002000 1010-GET-RUN-DATE-EXIT.
002010     EXIT.
002020
002030******************************************************************
002040*    3010-LOG-RESPONSE - RECORD WHAT WAS SENT ON CALRSPLG AS
002050*    AWAITING THE VENDOR'S ACKNOWLEDGEMENT.  A RERUN OF THE SAME
002060*    NIGHT REPLACES THE ENTRY, SINCE THE VENDOR NOW HOLDS THE
002070*    NEW FILE.  THE FIRST RESPONSE EVER SENT CREATES THE LOG.  A
002080*    LOG THAT CANNOT BE WRITTEN DOES NOT UNDO THE HANDOFF BUT IS
002090*    A WARNING - THE RESPONSE COULD NEVER SHOW AS OVERDUE.
002100******************************************************************
002110 3010-LOG-RESPONSE.
002120     OPEN I-O RSP-LOG-FILE.
002130     IF RSP-LOG-STATUS = '35'
002140         OPEN OUTPUT RSP-LOG-FILE
002150         CLOSE RSP-LOG-FILE
002160         OPEN I-O RSP-LOG-FILE
002170     END-IF.
002180     IF RSP-LOG-STATUS NOT = '00'
002190         DISPLAY 'UNABLE TO OPEN CALRSPLG - STATUS: '
002200             RSP-LOG-STATUS
002210         MOVE 'Y' TO RSP-LOG-FAILED-SW
002220         GO TO 3010-LOG-RESPONSE-EXIT
002230     END-IF.
002240     MOVE SPACES TO RLG-RESPONSE-RECORD.
002250     MOVE RSP-RUN-DATE TO RLG-RESPONSE-DATE.
002260     MOVE FUNCTION CURRENT-DATE(1:8) TO RLG-SENT-DATE.
002270     MOVE FUNCTION CURRENT-DATE(9:6) TO RLG-SENT-TIME.
002280     MOVE RSP-RECORD-COUNT TO RLG-RECORDS.
002290     MOVE RSP-CALIBRATED-COUNT TO RLG-CALIBRATED.
002300     MOVE RSP-EXCEPTION-COUNT TO RLG-EXCEPTIONS.
002310     MOVE RSP-GRAND-TOTAL TO RLG-GRAND-TOTAL.
002320     MOVE 'P' TO RLG-ACK-STATUS.
002330     MOVE ZERO TO RLG-ACK-DATE RLG-DISPUTE-COUNT.
002340     MOVE 'N' TO RLG-TOTALS-AGREE.
002350     WRITE RLG-RESPONSE-RECORD
002360         INVALID KEY
002370             REWRITE RLG-RESPONSE-RECORD
002380     END-WRITE.
002390     IF RSP-LOG-STATUS NOT = '00'
002400         DISPLAY 'UNABLE TO WRITE CALRSPLG - STATUS: '
002410             RSP-LOG-STATUS
002420         MOVE 'Y' TO RSP-LOG-FAILED-SW
002430     END-IF.
002440     CLOSE RSP-LOG-FILE.
002450
002460 3010-LOG-RESPONSE-EXIT.
002470     EXIT.
