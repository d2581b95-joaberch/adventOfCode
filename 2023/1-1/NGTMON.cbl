000310*                   ONLY EVER OPENS THE CHAIN'S FILES INPUT.
000320*    MODIFICATION HISTORY:
000330*      2026-09-02  RJB  ORIGINAL.
000331*      2026-10-15  RJB  BUILT-IN STEP LIST FOLLOWS NIGHTJOB'S:
000332*                       CALDSNAP FIRST; CALARCH, CALQCSEL AND
000333*                       IDXBKUP AFTER CALBAL; CALQCRP AFTER
000334*                       REJAGE; GNCERTRP AND NGTWINRP LAST.
000335*      2026-10-15  RJB  SIGN-ON SCREEN ALSO TAKES THE PIN, AND A
000336*                       NEW PIN WHEN OPRSIGN ASKS FOR ONE.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. NGTMON.
000750
000760 FD  MON-LOD-CONTROL-FILE
000770     RECORDING MODE IS F.
000780 01  MON-LOD-CONTROL-RECORD     PIC X(84).
000790
000800 WORKING-STORAGE SECTION.
000810     COPY CALCTLWS REPLACING LEADING ==CTL== BY ==LDL==.
001560 01  S-MON-OPERATOR-ID.
001570     05  LINE 1 COL 8 VALUE 'Identifiant operateur : '.
001580     05  PIC X(08) TO MON-OPERATOR-ID REQUIRED.
001582     05  LINE 1 COL 44 VALUE 'PIN : '.
001584     05  PIC X(06) TO OPS-PIN SECURE.
001586     05  LINE 1 COL 58 VALUE 'Nouveau PIN : '.
001588     05  PIC X(06) TO OPS-NEW-PIN SECURE.
001590
001600 01  S-MON-STATUS.
001610     05  LINE 3  COL 8 VALUE 'Chaine............. : '.
002570     EXIT.
002580
002590 1150-INIT-DEFAULT-STEPS.
002600     MOVE 19 TO MON-STEP-COUNT.
002610     SET MON-STEP-IDX TO 1.
002613     MOVE 'CALDSNAP'     TO MON-STEP-PGM-NAME(MON-STEP-IDX).
002616     SET MON-STEP-IDX TO 2.
002620     MOVE 'TestReadFile' TO MON-STEP-PGM-NAME(MON-STEP-IDX).
002630     SET MON-STEP-IDX TO 3.
002640     MOVE 'CALLOAD'      TO MON-STEP-PGM-NAME(MON-STEP-IDX).
002650     SET MON-STEP-IDX TO 4.
002660     MOVE 'CALDRV'       TO MON-STEP-PGM-NAME(MON-STEP-IDX).
002670     SET MON-STEP-IDX TO 5.
002680     MOVE 'CALVRFY'      TO MON-STEP-PGM-NAME(MON-STEP-IDX).
002690     SET MON-STEP-IDX TO 6.
002700     MOVE 'CALBAL'       TO MON-STEP-PGM-NAME(MON-STEP-IDX).
002710     SET MON-STEP-IDX TO 7.
002711     MOVE 'CALARCH'      TO MON-STEP-PGM-NAME(MON-STEP-IDX).
002712     SET MON-STEP-IDX TO 8.
002713     MOVE 'CALQCSEL'     TO MON-STEP-PGM-NAME(MON-STEP-IDX).
002714     SET MON-STEP-IDX TO 9.
002715     MOVE 'IDXBKUP'      TO MON-STEP-PGM-NAME(MON-STEP-IDX).
002716     SET MON-STEP-IDX TO 10.
002720     MOVE 'CALRESP'      TO MON-STEP-PGM-NAME(MON-STEP-IDX).
002730     SET MON-STEP-IDX TO 11.
002740     MOVE 'CALTREND'     TO MON-STEP-PGM-NAME(MON-STEP-IDX).
002750     SET MON-STEP-IDX TO 12.
002760     MOVE 'REJAGE'       TO MON-STEP-PGM-NAME(MON-STEP-IDX).
002770     SET MON-STEP-IDX TO 13.
002773     MOVE 'CALQCRP'      TO MON-STEP-PGM-NAME(MON-STEP-IDX).
002776     SET MON-STEP-IDX TO 14.
002780     MOVE 'CALXBLD'      TO MON-STEP-PGM-NAME(MON-STEP-IDX).
002781     SET MON-STEP-IDX TO 15.
002783     MOVE 'GNARCH'       TO MON-STEP-PGM-NAME(MON-STEP-IDX).
002785     SET MON-STEP-IDX TO 16.
002787     MOVE 'GNREPORT'     TO MON-STEP-PGM-NAME(MON-STEP-IDX).
002789     SET MON-STEP-IDX TO 17.
002791     MOVE 'GNGOALRP'     TO MON-STEP-PGM-NAME(MON-STEP-IDX).
002792     SET MON-STEP-IDX TO 18.
002793     MOVE 'GNCERTRP'     TO MON-STEP-PGM-NAME(MON-STEP-IDX).
002794     SET MON-STEP-IDX TO 19.
002795     MOVE 'NGTWINRP'     TO MON-STEP-PGM-NAME(MON-STEP-IDX).
002796
002800 1150-INIT-DEFAULT-STEPS-EXIT.
002810     EXIT.
002820
