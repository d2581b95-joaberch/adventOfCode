000100******************************************************************
000110*    PROGRAM-ID..: IDXHASH
000120*    AUTHOR......: R. BERCHTOLD
000130*    INSTALLATION: ADVENT-OF-CODE CALIBRATION SHOP
000140*    DATE-WRITTEN: 2026-10-15
000150*    DATE-COMPILED:
000160*    DESCRIPTION..: SHARED RECORD-COUNT AND HASH-TOTAL ROUTINE
000170*                   FOR THE INDEXED-FILE BACKUP (IDXBKUP) AND
000180*                   RESTORE (IDXRSTR).  CALLED ONCE PER RECORD
000190*                   WITH A FILLED-IN IDXHASHL PARAMETER AREA, IT
000200*                   COUNTS THE RECORD AND ADDS TO THE HASH TOTAL
000210*                   THE VALUE OF EVERY BYTE OF THE RECORD TIMES
000220*                   ITS POSITION, SO A CHANGED, DROPPED, ADDED OR
000230*                   SHIFTED BYTE ANYWHERE IN THE FILE CHANGES THE
000240*                   TOTAL - NOT JUST A CHANGE TO ONE KEY FIELD.
000250*    MODIFICATION HISTORY:
000260*      2026-10-15  RJB  ORIGINAL.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. IDXHASH.
000300
000310 DATA DIVISION.
000320 WORKING-STORAGE SECTION.
000330 77  IHW-POS                    PIC 9(04) COMP.
000340 77  IHW-LENGTH                 PIC 9(04) COMP.
000350
000360*    ONE BYTE OF THE RECORD IS DROPPED INTO THE LOW-ORDER HALF OF
000370*    A HALFWORD WHOSE HIGH-ORDER HALF IS LOW-VALUE; THE HALFWORD
000380*    READ AS BINARY IS THEN THE BYTE'S VALUE, 0 TO 255.
000390 01  IHW-BYTE-WORK.
000400     05  IHW-BYTE-VALUE         PIC 9(04) COMP.
000410 01  IHW-BYTE-HALVES REDEFINES IHW-BYTE-WORK.
000420     05  IHW-BYTE-HIGH          PIC X(01).
000430     05  IHW-BYTE-LOW           PIC X(01).
000440
000450 LINKAGE SECTION.
000460     COPY IDXHASHL.
000470
000480 PROCEDURE DIVISION USING IHS-HASH-PARM.
000490 0000-MAINLINE.
000500     PERFORM 1000-HASH-RECORD THRU 1000-HASH-RECORD-EXIT.
000510     GO TO 9999-EXIT.
000520
000530 0000-MAINLINE-EXIT.
000540     EXIT.
000550
000560******************************************************************
000570*    1000-HASH-RECORD - COUNT THE RECORD AND ADD EACH OF ITS
000580*    BYTES, WEIGHTED BY POSITION, TO THE TOTAL.  A LENGTH OUTSIDE
000590*    THE IMAGE IS HELD TO THE IMAGE.
000600******************************************************************
000610 1000-HASH-RECORD.
000620     ADD 1 TO IHS-RECORD-COUNT.
000630     MOVE IHS-LENGTH TO IHW-LENGTH.
000640     IF IHW-LENGTH > 200 OR IHW-LENGTH = ZERO
000650         MOVE 200 TO IHW-LENGTH
000660     END-IF.
000670     PERFORM 1010-ADD-ONE-BYTE THRU 1010-ADD-ONE-BYTE-EXIT
000680         VARYING IHW-POS FROM 1 BY 1
000690         UNTIL IHW-POS > IHW-LENGTH.
000700
000710 1000-HASH-RECORD-EXIT.
000720     EXIT.
000730
000740 1010-ADD-ONE-BYTE.
000750     MOVE LOW-VALUE TO IHW-BYTE-HIGH.
000760     MOVE IHS-IMAGE(IHW-POS:1) TO IHW-BYTE-LOW.
000770     COMPUTE IHS-HASH-TOTAL = IHS-HASH-TOTAL
000780         + IHW-BYTE-VALUE * IHW-POS.
000790
000800 1010-ADD-ONE-BYTE-EXIT.
000810     EXIT.
000820
000830 9999-EXIT.
000840     GOBACK.
