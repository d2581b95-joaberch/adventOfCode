000100******************************************************************
000110*    COPYBOOK.....: IDXCATW.cpy
000120*    DESCRIPTION...: ONE LINE OF THE IDXBKCAT BACKUP CATALOG.
000130*                    IDXBKUP WRITES A LINE FOR EVERY BACKUP COPY
000140*                    IT CUTS - THE FILE, THE DATE AND TIME, THE
000150*                    COPY'S NAME (<FILE>.BYYYYMMDD), THE RECORD
000160*                    COUNT, THE HASH TOTAL FROM IDXHASH AND THE
000170*                    RECORD LENGTH - AND DROPS THE LINES OF THE
000180*                    COPIES IT PURGES.  IDXRSTR CHECKS A COPY
000190*                    AGAINST ITS LINE BEFORE RESTORING IT AND THE
000200*                    RESTORED FILE AGAINST IT AFTERWARDS.  BUILT
000210*                    IN WORKING-STORAGE AND MOVED TO THE 100-BYTE
000220*                    CATALOG RECORD.
000230*    MODIFICATION HISTORY:
000240*      2026-10-15  RJB  ORIGINAL.
000250******************************************************************
000260 01  IXC-CATALOG-LINE.
000270     05  IXC-FILE-NAME          PIC X(12).
000280     05  FILLER                 PIC X(01) VALUE SPACE.
000290     05  IXC-COPY-DATE          PIC X(08).
000300     05  FILLER                 PIC X(01) VALUE SPACE.
000310     05  IXC-COPY-TIME          PIC X(06).
000320     05  FILLER                 PIC X(01) VALUE SPACE.
000330     05  IXC-COPY-NAME          PIC X(24).
000340     05  FILLER                 PIC X(01) VALUE SPACE.
000350     05  IXC-RECORD-COUNT       PIC 9(09).
000360     05  FILLER                 PIC X(01) VALUE SPACE.
000370     05  IXC-HASH-TOTAL         PIC 9(15).
000380     05  FILLER                 PIC X(01) VALUE SPACE.
000390     05  IXC-RECORD-LENGTH      PIC 9(04).
000400     05  FILLER                 PIC X(16) VALUE SPACES.
