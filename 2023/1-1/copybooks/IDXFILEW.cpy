000100******************************************************************
000110*    COPYBOOK.....: IDXFILEW.cpy
000120*    DESCRIPTION...: THE FILES IDXBKUP BACKS UP EVERY NIGHT AND
000130*                    IDXRSTR CAN RESTORE - THE INDEXED MASTERS
000140*                    THAT CANNOT BE REBUILT FROM A FEED, PLUS THE
000150*                    TWO ONE-RECORD guessNumber CONTROL FILES.
000160*                    ORGANIZATION I = INDEXED, S = LINE
000170*                    SEQUENTIAL.  THE POSITION OF A FILE IN THIS
000180*                    LIST IS THE FILE NUMBER BOTH PROGRAMS
000190*                    DISPATCH ON, SO A NEW FILE IS ADDED AT THE
000200*                    END AND TO BOTH PROGRAMS TOGETHER.  EACH
000210*                    PROGRAM FILLS IN THE RECORD LENGTHS FROM ITS
000220*                    OWN FD LAYOUTS.
000230*    MODIFICATION HISTORY:
000240*      2026-10-15  RJB  ORIGINAL.
000245*      2026-10-15  RJB  ADDED CALRATE, THE CHARGEBACK RATE TABLE.
000250******************************************************************
000260 01  IXF-FILE-VALUES.
000270     05  FILLER                 PIC X(13) VALUE 'OPRMAST     I'.
000280     05  FILLER                 PIC X(13) VALUE 'GNGOALS     I'.
000290     05  FILLER                 PIC X(13) VALUE 'GNPARM      S'.
000300     05  FILLER                 PIC X(13) VALUE 'GNEXAM      S'.
000310     05  FILLER                 PIC X(13) VALUE 'CALMSTR     I'.
000320     05  FILLER                 PIC X(13) VALUE 'CALDICTM    I'.
000330     05  FILLER                 PIC X(13) VALUE 'CALDQUE     I'.
000340     05  FILLER                 PIC X(13) VALUE 'CALARCHM    I'.
000350     05  FILLER                 PIC X(13) VALUE 'CALRSUB     I'.
000360     05  FILLER                 PIC X(13) VALUE 'SRCREG      I'.
000370     05  FILLER                 PIC X(13) VALUE 'CALRSPLG    I'.
000380     05  FILLER                 PIC X(13) VALUE 'CALDISP     I'.
000390     05  FILLER                 PIC X(13) VALUE 'CALPPADJ    I'.
000400     05  FILLER                 PIC X(13) VALUE 'CALQCSMP    I'.
000405     05  FILLER                 PIC X(13) VALUE 'CALRATE     I'.
000410 01  IXF-FILE-TABLE REDEFINES IXF-FILE-VALUES.
000420     05  IXF-FILE-ENTRY OCCURS 15 TIMES.
000430         10  IXF-FILE-NAME      PIC X(12).
000440         10  IXF-FILE-ORG       PIC X(01).
000450             88  IXF-INDEXED            VALUE 'I'.
000460             88  IXF-SEQUENTIAL         VALUE 'S'.
000470 01  IXF-LENGTH-TABLE.
000480     05  IXF-FILE-LENGTH        PIC 9(04) OCCURS 15 TIMES.
000490 77  IXF-FILE-COUNT             PIC 9(02) VALUE 15.
000500*    A LINE-SEQUENTIAL CONTROL FILE IS COPIED AS A 200-BYTE LINE.
000510 77  IXF-SEQ-LENGTH             PIC 9(04) VALUE 200.
