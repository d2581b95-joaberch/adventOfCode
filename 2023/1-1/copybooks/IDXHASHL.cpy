000100******************************************************************
000110*    COPYBOOK.....: IDXHASHL.cpy
000120*    DESCRIPTION...: PARAMETER AREA FOR THE SHARED IDXHASH
000130*                    RECORD-COUNT AND HASH-TOTAL ROUTINE.  THE
000140*                    CALLER ZEROES THE COUNT AND THE TOTAL, SETS
000150*                    THE RECORD LENGTH, THEN CALLS IDXHASH WITH
000160*                    EACH RECORD IMAGE IN TURN; IDXHASH COUNTS
000170*                    THE RECORD AND ADDS IT TO THE TOTAL.  IDXBKUP
000180*                    AND IDXRSTR BOTH USE IT SO A BACKUP AND ITS
000190*                    RESTORE ARE ALWAYS TOTALLED THE SAME WAY.
000200*                    COPIED INTO WORKING-STORAGE BY EVERY CALLER
000210*                    AND INTO THE LINKAGE SECTION OF IDXHASH.
000220*    MODIFICATION HISTORY:
000230*      2026-10-15  RJB  ORIGINAL.
000240******************************************************************
000250 01  IHS-HASH-PARM.
000260     05  IHS-IMAGE              PIC X(200).
000270     05  IHS-LENGTH             PIC 9(04).
000280     05  IHS-RECORD-COUNT       PIC 9(09).
000290     05  IHS-HASH-TOTAL         PIC 9(15).
