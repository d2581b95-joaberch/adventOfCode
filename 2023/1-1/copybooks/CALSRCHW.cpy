000100******************************************************************
000110*    COPYBOOK.....: CALSRCHW.cpy
000120*    DESCRIPTION...: WORKING-STORAGE LAYOUT OF ONE LINE OF THE
000130*                    CALSRCHS PER-SOURCE PROCESSING HISTORY.
000140*                    CALBAL APPENDS ONE LINE PER SOURCE EVERY
000150*                    NIGHT FROM THE PER-SOURCE CONTROL RECORDS,
000160*                    DATED WITH CALDRV'S RUN DATE SO A MONTH OF
000170*                    LINES ADDS UP TO THE SAME NIGHTS CALMONTH
000180*                    ROLLS OUT OF CALHIST.  RECEIVED AND REJECTED
000190*                    ARE THE INGEST'S COUNTS; RESUBMITTED IS THE
000200*                    READINGS CALLOAD HELD OUT AS RESUBMISSIONS
000210*                    OF AN EARLIER NIGHT; DUPLICATED IS CALLOAD'S
000220*                    DUPLICATES; CALIBRATED AND EXCEPTIONED ARE
000230*                    CALDRV'S CLEAN AND EXCEPTION COUNTS.  LINES
000240*                    CORRECTED THROUGH REJFIX COME BACK UNDER THE
000250*                    RECYCLE SOURCE ID, NOT THE VENDOR'S.  A RERUN
000260*                    OF CALBAL WRITES THE NIGHT AGAIN; READERS
000270*                    KEEP THE LAST LINE FOR A DATE AND SOURCE.
000280*    MODIFICATION HISTORY:
000290*      2026-10-15  RJB  ORIGINAL.
000300******************************************************************
000310 01  CSH-HISTORY-LINE.
000320     05  CSH-RUN-DATE           PIC X(08).
000330     05  FILLER                 PIC X(02) VALUE SPACES.
000340     05  CSH-SOURCE-ID          PIC X(08).
000350     05  FILLER                 PIC X(02) VALUE SPACES.
000360     05  CSH-RECEIVED           PIC 9(06).
000370     05  FILLER                 PIC X(02) VALUE SPACES.
000380     05  CSH-REJECTED           PIC 9(06).
000390     05  FILLER                 PIC X(02) VALUE SPACES.
000400     05  CSH-RESUBMITTED        PIC 9(06).
000410     05  FILLER                 PIC X(02) VALUE SPACES.
000420     05  CSH-DUPLICATED         PIC 9(06).
000430     05  FILLER                 PIC X(02) VALUE SPACES.
000440     05  CSH-CALIBRATED         PIC 9(06).
000450     05  FILLER                 PIC X(02) VALUE SPACES.
000460     05  CSH-EXCEPTIONED        PIC 9(06).
000470     05  FILLER                 PIC X(14) VALUE SPACES.
000480 01  CSH-COUNT-VIEW REDEFINES CSH-HISTORY-LINE.
000490     05  FILLER                 PIC X(20).
000500     05  CSH-COUNT-ENTRY        OCCURS 6 TIMES.
000510         10  CSH-COUNT          PIC 9(06).
000520         10  FILLER             PIC X(02).
000530     05  FILLER                 PIC X(12).
