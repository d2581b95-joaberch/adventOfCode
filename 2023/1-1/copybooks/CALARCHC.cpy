000100******************************************************************
000110*    COPYBOOK.....: CALARCHC.cpy
000120*    DESCRIPTION...: RECORD LAYOUT FOR THE CALARCHM INDEXED
000130*                    LINE-LEVEL CALIBRATION ARCHIVE, KEYED ON THE
000140*                    RUN DATE PLUS THE SEQUENCE NUMBER.  CALARCH
000150*                    ADDS EVERY CALMSTR ROW TO IT EACH NIGHT ONCE
000160*                    THE NIGHT HAS BALANCED, SO A LINE CAN STILL
000170*                    BE SHOWN AS IT WAS CALIBRATED LONG AFTER
000180*                    CALLOAD HAS REBUILT THE MASTER.  NOTHING IS
000190*                    EVER DELETED FROM IT; CALAINQ IS THE
000200*                    INQUIRY SCREEN OVER IT.
000210*    MODIFICATION HISTORY:
000220*      2026-10-15  RJB  ORIGINAL.
000230******************************************************************
000240 01  CLA-ARCHIVE-RECORD.
000250     05  CLA-KEY.
000260         10  CLA-RUN-DATE       PIC 9(08).
000270         10  CLA-SEQ-NO         PIC 9(05).
000280     05  CLA-CALIB-TEXT         PIC X(100).
000290     05  CLA-FIRST-DIGIT        PIC 9(01).
000300     05  CLA-LAST-DIGIT         PIC 9(01).
000310     05  CLA-VALUE              PIC 9(02).
000320     05  CLA-STATUS             PIC X(01).
000330         88  CLA-LOADED                 VALUE 'L'.
000340         88  CLA-CALIBRATED             VALUE 'C'.
000350         88  CLA-EXCEPTION              VALUE 'E'.
000360     05  CLA-SOURCE-ID          PIC X(08).
000370     05  CLA-ARCHIVED-TIME      PIC 9(06).
000380     05  FILLER                 PIC X(05).
