000100******************************************************************
000110*    COPYBOOK.....: CALDAUDW.cpy
000120*    DESCRIPTION...: ONE LINE OF THE CALDLTAU CORRECTION AUDIT
000130*                    TRAIL.  CALDELTA APPENDS ONE LINE FOR EVERY
000140*                    QUEUED CORRECTION IT STORES ON CALMSTR, WITH
000150*                    THE MAKER AND CHECKER, THE LINE'S VALUE
000160*                    BEFORE AND AFTER, AND THE CALDQUE KEY OF THE
000170*                    ENTRY APPLIED.  UNLIKE THE CALADJRP PRINT,
000180*                    WHICH EACH RUN REWRITES, THE TRAIL IS NEVER
000190*                    CLEARED.  BUILT IN WORKING-STORAGE AND MOVED
000200*                    TO THE 100-BYTE AUDIT RECORD.
000210*    MODIFICATION HISTORY:
000220*      2026-10-15  RJB  ORIGINAL.
000230******************************************************************
000240 01  CDA-AUDIT-LINE.
000250     05  CDA-DATE               PIC X(08).
000260     05  FILLER                 PIC X(02) VALUE SPACES.
000270     05  CDA-MAKER              PIC X(08).
000280     05  FILLER                 PIC X(02) VALUE SPACES.
000290     05  CDA-CHECKER            PIC X(08).
000300     05  FILLER                 PIC X(02) VALUE SPACES.
000310     05  CDA-SEQ-NO             PIC 9(05).
000320     05  FILLER                 PIC X(02) VALUE SPACES.
000330*    THE VALUE THE LINE CONTRIBUTED TO THE GRAND TOTAL BEFORE AND
000340*    AFTER (ZERO FOR AN EXCEPTION OR A LINE THE MASTER LACKED).
000350     05  CDA-OLD-VALUE          PIC 9(02).
000360     05  FILLER                 PIC X(04) VALUE ' -> '.
000370     05  CDA-NEW-VALUE          PIC 9(02).
000380     05  FILLER                 PIC X(02) VALUE SPACES.
000390     05  CDA-ACTION             PIC X(07).
000400         88  CDA-UPDATED                VALUE 'UPDATED'.
000410         88  CDA-ADDED                  VALUE 'ADDED'.
000420     05  FILLER                 PIC X(02) VALUE SPACES.
000430*    THE NIGHT OF THE MASTER CORRECTED (THE CALCTL RUN DATE).
000440     05  CDA-RUN-DATE           PIC X(08).
000450     05  FILLER                 PIC X(02) VALUE SPACES.
000460     05  CDA-QUEUE-KEY.
000470         10  CDA-ENTRY-DATE     PIC X(08).
000480         10  CDA-ENTRY-TIME     PIC X(06).
000490         10  CDA-ENTRY-SEQ-NO   PIC X(05).
000500     05  FILLER                 PIC X(15) VALUE SPACES.
