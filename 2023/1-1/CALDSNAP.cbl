000100******************************************************************
000110*    PROGRAM-ID..: CALDSNAP
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: NIGHTLY SNAPSHOT OF THE CALDICTM WORD-DIGIT
000170*                   DICTIONARY.  RUNS AS THE FIRST STEP OF THE
000180*                   NIGHTJOB CHAIN AND COPIES THE MASTER, IN KEY
000190*                   ORDER, TO THE FLAT CALDICT FILE THAT CALDLOAD
000200*                   READS FOR EVERY PROGRAM THAT FINDS DIGITS.
000210*                   A SUPERVISOR'S CHANGE ON CALDICMT THEREFORE
000220*                   TAKES EFFECT FROM THE NEXT NIGHT'S CHAIN AND
000230*                   NEVER PART-WAY THROUGH ONE - A RESTART SKIPS
000240*                   THIS STEP ONCE IT HAS COMPLETED, SO THE
000250*                   RESUMED STEPS READ THE SAME WORDS AS THE
000260*                   STEPS BEFORE THEM.  A DICTIONARY THAT HAS
000270*                   NEVER BEEN SET UP IS NOT AN ERROR; ONE THAT
000280*                   CANNOT BE READ LEAVES LAST NIGHT'S SNAPSHOT
000290*                   IN PLACE AND RAISES A WARNING.
000300*    MODIFICATION HISTORY:
000310*      2026-10-15  RJB  ORIGINAL.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CALDSNAP.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT DSN-MASTER-FILE ASSIGN TO 'CALDICTM'
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS DCT-KEY
000430         FILE STATUS IS DSN-MASTER-STATUS.
000440
000450     SELECT DSN-SNAPSHOT-FILE ASSIGN TO 'CALDICT'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS DSN-SNAPSHOT-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  DSN-MASTER-FILE.
000520     COPY CALDICTC.
000530
000540 FD  DSN-SNAPSHOT-FILE
000550     RECORDING MODE IS F.
000560 01  DSN-SNAPSHOT-RECORD        PIC X(40).
000570
000580 WORKING-STORAGE SECTION.
000590     COPY ALRTWSL.
000600
000610 77  DSN-MASTER-STATUS          PIC X(02) VALUE '00'.
000620 77  DSN-SNAPSHOT-STATUS        PIC X(02) VALUE '00'.
000630
000640 77  DSN-EOF-SW                 PIC X VALUE 'N'.
000650     88  DSN-END-OF-FILE                VALUE 'Y'.
000660 77  DSN-ERROR-SW               PIC X VALUE 'N'.
000670     88  DSN-RUN-IN-ERROR               VALUE 'Y'.
000673 77  DSN-WARNING-SW             PIC X VALUE 'N'.
000676     88  DSN-RUN-HAS-WARNING            VALUE 'Y'.
000680
000690 77  DSN-WORD-COUNT             PIC 9(05) VALUE ZERO.
000700 77  DSN-SOURCE-COUNT           PIC 9(05) VALUE ZERO.
000710
000720 PROCEDURE DIVISION.
000730 0000-MAINLINE.
000740     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT.
000750     IF DSN-END-OF-FILE OR DSN-RUN-IN-ERROR
000760         GO TO 9999-EXIT
000770     END-IF.
000780     PERFORM 2000-COPY-ONE-ENTRY THRU 2000-COPY-ONE-ENTRY-EXIT
000790         UNTIL DSN-END-OF-FILE.
000800     CLOSE DSN-MASTER-FILE DSN-SNAPSHOT-FILE.
000810     DISPLAY 'CALDSNAP COMPLETE - WORDS: ' DSN-WORD-COUNT
000820         ' SOURCES: ' DSN-SOURCE-COUNT.
000830     GO TO 9999-EXIT.
000840
000850 0000-MAINLINE-EXIT.
000860     EXIT.
000870
000880******************************************************************
000890*    1000-OPEN-FILES - NO MASTER YET MEANS NO SNAPSHOT AND THE
000900*    STANDARD ENGLISH WORDS (NOTHING TO DO).  AN UNREADABLE
000910*    MASTER KEEPS LAST NIGHT'S SNAPSHOT - THE OUTPUT IS ONLY
000920*    OPENED ONCE THE MASTER IS KNOWN GOOD, SO IT IS NEVER LEFT
000930*    TRUNCATED BY A MASTER PROBLEM.
000940******************************************************************
000950 1000-OPEN-FILES.
000960     OPEN INPUT DSN-MASTER-FILE.
000970     IF DSN-MASTER-STATUS = '35'
000980         DISPLAY 'CALDICTM NOT SET UP - NO DICTIONARY SNAPSHOT'
000990         MOVE 'Y' TO DSN-EOF-SW
001000         GO TO 1000-OPEN-FILES-EXIT
001010     END-IF.
001020     IF DSN-MASTER-STATUS NOT = '00'
001030         DISPLAY 'UNABLE TO OPEN CALDICTM - STATUS: '
001040             DSN-MASTER-STATUS ' - PREVIOUS CALDICT KEPT'
001050         MOVE 'CALDSNAP' TO ALR-STEP-NAME
001060         MOVE 'W' TO ALR-SEVERITY
001070         MOVE SPACES TO ALR-ALERT-TEXT
001080         STRING 'CALDICTM UNREADABLE STATUS ' DSN-MASTER-STATUS
001090             ' - LAST NIGHT WORD DICTIONARY KEPT'
001100             DELIMITED BY SIZE INTO ALR-ALERT-TEXT
001110         CALL 'ALRTWRT' USING ALR-ALERT-PARM
001120         MOVE 'Y' TO DSN-EOF-SW
001125         MOVE 'Y' TO DSN-WARNING-SW
001130         GO TO 1000-OPEN-FILES-EXIT
001140     END-IF.
001150     OPEN OUTPUT DSN-SNAPSHOT-FILE.
001160     IF DSN-SNAPSHOT-STATUS NOT = '00'
001170         DISPLAY 'UNABLE TO OPEN CALDICT - STATUS: '
001180             DSN-SNAPSHOT-STATUS
001190         MOVE 'CALDSNAP' TO ALR-STEP-NAME
001200         MOVE 'C' TO ALR-SEVERITY
001210         MOVE SPACES TO ALR-ALERT-TEXT
001220         STRING 'CALDICT SNAPSHOT CANNOT BE WRITTEN STATUS '
001230             DSN-SNAPSHOT-STATUS DELIMITED BY SIZE
001240             INTO ALR-ALERT-TEXT
001250         CALL 'ALRTWRT' USING ALR-ALERT-PARM
001260         MOVE 'Y' TO DSN-ERROR-SW
001270         CLOSE DSN-MASTER-FILE
001280     END-IF.
001290
001300 1000-OPEN-FILES-EXIT.
001310     EXIT.
001320
001330 2000-COPY-ONE-ENTRY.
001340     READ DSN-MASTER-FILE NEXT RECORD
001350         AT END
001360             MOVE 'Y' TO DSN-EOF-SW
001370             GO TO 2000-COPY-ONE-ENTRY-EXIT
001380     END-READ.
001390     IF DCT-WORD-ENTRY
001400         ADD 1 TO DSN-WORD-COUNT
001410     ELSE
001420         ADD 1 TO DSN-SOURCE-COUNT
001430     END-IF.
001440     MOVE DCT-DICT-RECORD TO DSN-SNAPSHOT-RECORD.
001450     WRITE DSN-SNAPSHOT-RECORD.
001460     IF DSN-SNAPSHOT-STATUS NOT = '00'
001470         DISPLAY 'CALDICT WRITE FAILED - STATUS: '
001480             DSN-SNAPSHOT-STATUS
001490         MOVE 'Y' TO DSN-ERROR-SW
001500         MOVE 'Y' TO DSN-EOF-SW
001510     END-IF.
001520
001530 2000-COPY-ONE-ENTRY-EXIT.
001540     EXIT.
001550
001560 9999-EXIT.
001570     IF DSN-RUN-IN-ERROR
001580         MOVE 8 TO RETURN-CODE
001590     ELSE
001592         IF DSN-RUN-HAS-WARNING
001594             MOVE 4 TO RETURN-CODE
001596         ELSE
001600             MOVE 0 TO RETURN-CODE
001605         END-IF
001610     END-IF.
001620     GOBACK.
