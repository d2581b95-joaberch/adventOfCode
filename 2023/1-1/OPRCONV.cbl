000100******************************************************************
000110*    PROGRAM-ID..: OPRCONV
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: ONE-TIME CONVERSION OF THE OPRMAST OPERATOR
000170*                   MASTER FROM THE ORIGINAL 35-BYTE LAYOUT TO
000180*                   THE CURRENT OPRMSTRC LAYOUT WITH THE SIGN-ON
000190*                   PIN, LOCKOUT AND CERTIFICATION FIELDS.  THE
000200*                   OLD MASTER IS RENAMED OPROLD BEFORE THE RUN;
000210*                   EVERY OPERATOR IS COPIED TO A NEW OPRMAST IN
000220*                   KEY ORDER WITH ID, NAME, LEVEL AND ACTIVE FLAG
000230*                   UNCHANGED, NO PIN (ZERO HASH), NO FAILED
000240*                   TRIES, NOT LOCKED AND NEVER CERTIFIED.  NOBODY
000250*                   CAN SIGN ON UNTIL A SUPERVISOR GIVES THEM A
000260*                   TEMPORARY PIN ON OPRMNT, WHICH RUNS IN
000262*                   BOOTSTRAP MODE UNTIL AN ACTIVE SUPERVISOR HAS
000264*                   A PIN.  THE STEP WILL
000280*                   NOT WRITE OVER AN OPRMAST THAT IS ALREADY
000290*                   THERE.  ANY OPEN OR WRITE FAILURE ENDS WITH
000300*                   RETURN CODE 8; A MASTER WITH NO ACTIVE LEVEL 3
000310*                   OPERATOR IS CONVERTED BUT FLAGGED WITH 4.
000320*    MODIFICATION HISTORY:
000330*      2026-10-15  RJB  ORIGINAL.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. OPRCONV.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CNV-OLD-FILE ASSIGN TO 'OPROLD'
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS CNV-OLD-OPERATOR-ID
000450         FILE STATUS IS CNV-OLD-STATUS.
000460
000470     SELECT CNV-MASTER-FILE ASSIGN TO 'OPRMAST'
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS OPR-OPERATOR-ID
000510         FILE STATUS IS CNV-MASTER-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550*    THE OPERATOR RECORD AS IT WAS BEFORE THE PIN FIELDS.
000560 FD  CNV-OLD-FILE.
000570 01  CNV-OLD-RECORD.
000580     05  CNV-OLD-OPERATOR-ID    PIC X(08).
000590     05  CNV-OLD-NAME           PIC X(20).
000600     05  CNV-OLD-AUTHORITY      PIC 9(01).
000610     05  CNV-OLD-ACTIVE-SW      PIC X(01).
000620     05  FILLER                 PIC X(05).
000630
000640 FD  CNV-MASTER-FILE.
000650     COPY OPRMSTRC.
000660
000670 WORKING-STORAGE SECTION.
000680 77  CNV-OLD-STATUS             PIC X(02) VALUE '00'.
000690 77  CNV-MASTER-STATUS          PIC X(02) VALUE '00'.
000700
000710 77  CNV-EOF-SW                 PIC X VALUE 'N'.
000720     88  CNV-END-OF-FILE                VALUE 'Y'.
000730 77  CNV-ERROR-SW               PIC X VALUE 'N'.
000740     88  CNV-RUN-IN-ERROR               VALUE 'Y'.
000750
000760 77  CNV-READ-COUNT             PIC 9(06) VALUE ZERO.
000770 77  CNV-WRITTEN-COUNT          PIC 9(06) VALUE ZERO.
000780 77  CNV-SUPERVISOR-COUNT       PIC 9(06) VALUE ZERO.
000790
000800 PROCEDURE DIVISION.
000810 0000-MAINLINE.
000820     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000830     IF CNV-RUN-IN-ERROR
000840         GO TO 9999-EXIT
000850     END-IF.
000860     PERFORM 2000-CONVERT-ONE-OPERATOR
000870             THRU 2000-CONVERT-ONE-OPERATOR-EXIT
000880         UNTIL CNV-END-OF-FILE.
000890     CLOSE CNV-OLD-FILE CNV-MASTER-FILE.
000900     PERFORM 8000-CONTROL-REPORT THRU 8000-CONTROL-REPORT-EXIT.
000910     GO TO 9999-EXIT.
000920
000930 0000-MAINLINE-EXIT.
000940     EXIT.
000950
000960******************************************************************
000970*    1000-INITIALIZE - THE NEW OPRMAST MUST NOT EXIST YET (A
000980*    SECOND RUN WOULD WIPE OUT THE PINS SET SINCE THE FIRST), AND
000990*    THE OLD MASTER MUST OPEN.
001000******************************************************************
001010 1000-INITIALIZE.
001020     OPEN INPUT CNV-MASTER-FILE.
001030     IF CNV-MASTER-STATUS NOT = '35'
001040         IF CNV-MASTER-STATUS = '00'
001050             CLOSE CNV-MASTER-FILE
001060         END-IF
001070         DISPLAY 'OPRMAST EXISTS - NOT CONVERTED - STATUS: '
001080             CNV-MASTER-STATUS
001090         MOVE 'Y' TO CNV-ERROR-SW
001100         GO TO 1000-INITIALIZE-EXIT
001110     END-IF.
001120     OPEN INPUT CNV-OLD-FILE.
001130     IF CNV-OLD-STATUS NOT = '00'
001140         DISPLAY 'UNABLE TO OPEN OPROLD - STATUS: '
001150             CNV-OLD-STATUS
001160         MOVE 'Y' TO CNV-ERROR-SW
001170         GO TO 1000-INITIALIZE-EXIT
001180     END-IF.
001190     OPEN OUTPUT CNV-MASTER-FILE.
001200     IF CNV-MASTER-STATUS NOT = '00'
001210         DISPLAY 'UNABLE TO CREATE OPRMAST - STATUS: '
001220             CNV-MASTER-STATUS
001230         MOVE 'Y' TO CNV-ERROR-SW
001240         CLOSE CNV-OLD-FILE
001250     END-IF.
001260
001270 1000-INITIALIZE-EXIT.
001280     EXIT.
001290
001300******************************************************************
001310*    2000-CONVERT-ONE-OPERATOR - CARRY THE FOUR ORIGINAL FIELDS
001320*    ACROSS AND START EVERYTHING ELSE EMPTY.  A ZERO PIN HASH
001330*    MEANS NO PIN: OPRSIGN REFUSES THE OPERATOR AND OPRMNT WILL
001332*    NOT SAVE THEM AGAIN WITHOUT A TEMPORARY PIN.
001340******************************************************************
001350 2000-CONVERT-ONE-OPERATOR.
001360     READ CNV-OLD-FILE NEXT RECORD
001370         AT END
001380             MOVE 'Y' TO CNV-EOF-SW
001390             GO TO 2000-CONVERT-ONE-OPERATOR-EXIT
001400     END-READ.
001410     ADD 1 TO CNV-READ-COUNT.
001420     MOVE SPACES TO OPR-MASTER-RECORD.
001430     MOVE CNV-OLD-OPERATOR-ID TO OPR-OPERATOR-ID.
001440     MOVE CNV-OLD-NAME TO OPR-NAME.
001450     MOVE CNV-OLD-AUTHORITY TO OPR-AUTHORITY.
001460     MOVE CNV-OLD-ACTIVE-SW TO OPR-ACTIVE-SW.
001470     MOVE ZERO TO OPR-PIN-HASH OPR-PIN-SET-DATE OPR-FAILED-TRIES
001480                  OPR-CERT-DATE OPR-CERT-EXPIRY.
001490     WRITE OPR-MASTER-RECORD.
001500     IF CNV-MASTER-STATUS NOT = '00'
001510         DISPLAY 'OPRMAST WRITE FAILED - STATUS: '
001520             CNV-MASTER-STATUS ' OPERATOR: ' OPR-OPERATOR-ID
001530         MOVE 'Y' TO CNV-ERROR-SW
001540         MOVE 'Y' TO CNV-EOF-SW
001550         GO TO 2000-CONVERT-ONE-OPERATOR-EXIT
001560     END-IF.
001570     ADD 1 TO CNV-WRITTEN-COUNT.
001580     IF OPR-ACTIVE AND OPR-LEVEL-SUPERVISOR
001590         ADD 1 TO CNV-SUPERVISOR-COUNT
001600     END-IF.
001610
001620 2000-CONVERT-ONE-OPERATOR-EXIT.
001630     EXIT.
001640
001650******************************************************************
001660*    8000-CONTROL-REPORT - EVERY OPERATOR READ MUST BE WRITTEN.
001670*    WITHOUT AN ACTIVE SUPERVISOR NOBODY CAN SIGN ON TO OPRMNT,
001680*    WHICH IS WORTH KNOWING BEFORE THE OLD MASTER IS DELETED.
001690******************************************************************
001700 8000-CONTROL-REPORT.
001710     DISPLAY '===== OPRCONV CONTROL REPORT ====='.
001720     DISPLAY 'OPERATORS READ..........: ' CNV-READ-COUNT.
001730     DISPLAY 'OPERATORS WRITTEN.......: ' CNV-WRITTEN-COUNT.
001740     DISPLAY 'ACTIVE SUPERVISORS......: ' CNV-SUPERVISOR-COUNT.
001750     IF CNV-SUPERVISOR-COUNT = ZERO
001760         DISPLAY '*** NO ACTIVE LEVEL 3 OPERATOR ON OPRMAST'
001770     END-IF.
001780
001790 8000-CONTROL-REPORT-EXIT.
001800     EXIT.
001810
001820 9999-EXIT.
001830     IF CNV-RUN-IN-ERROR
001840         MOVE 8 TO RETURN-CODE
001850     ELSE
001860         IF CNV-SUPERVISOR-COUNT = ZERO
001870             MOVE 4 TO RETURN-CODE
001880         ELSE
001890             MOVE 0 TO RETURN-CODE
001900         END-IF
001910     END-IF.
001920     GOBACK.
