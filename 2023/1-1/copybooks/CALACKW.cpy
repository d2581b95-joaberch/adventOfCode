000100******************************************************************
000110*    COPYBOOK.....: CALACKW.cpy
000120*    DESCRIPTION...: WORKING-STORAGE LAYOUT FOR ONE RECORD OF THE
000130*                    CALACKF ACKNOWLEDGEMENT FILE THE DEVICE
000140*                    VENDOR RETURNS FOR A CALRESPF RESPONSE FILE.
000150*                    AN 'A' HEADER NAMES THE RESPONSE DATE (FROM
000160*                    THE CALRESPF HEADER), ACCEPTS OR REJECTS THE
000170*                    WHOLE FILE AND ECHOES THE TRAILER COUNTS AND
000180*                    GRAND TOTAL THE VENDOR RECEIVED; ONE 'D'
000190*                    RECORD PER DISPUTED SEQUENCE NUMBER CARRIES
000200*                    A DISPUTE CODE, THE VALUE THE VENDOR
000210*                    EXPECTED AND A COMMENT; A 'T' TRAILER COUNTS
000220*                    THE DISPUTES.  NUMERIC FIELDS ARE KEPT
000230*                    ALPHANUMERIC SO CALRACK CAN TEST THEM BEFORE
000240*                    TRUSTING THEM.  THE FD RECORD IS A PLAIN
000250*                    PIC X(60), AS FOR THE INBOUND FEED.
000260*    MODIFICATION HISTORY:
000270*      2026-10-15  RJB  ORIGINAL.
000280******************************************************************
000290 01  VAK-ACK-LINE.
000300     05  VAK-TYPE               PIC X(01).
000310         88  VAK-HEADER                 VALUE 'A'.
000320         88  VAK-DISPUTE                VALUE 'D'.
000330         88  VAK-TRAILER                VALUE 'T'.
000340     05  VAK-BODY               PIC X(59).
000350     05  VAK-HEADER-BODY REDEFINES VAK-BODY.
000360         10  VAK-HDR-RESPONSE-DATE  PIC X(08).
000370         10  VAK-HDR-VERDICT    PIC X(01).
000380             88  VAK-FILE-ACCEPTED      VALUE 'A'.
000390             88  VAK-FILE-REJECTED      VALUE 'R'.
000400         10  VAK-HDR-RECORDS    PIC X(06).
000410         10  VAK-HDR-CALIBRATED PIC X(06).
000420         10  VAK-HDR-EXCEPTIONS PIC X(06).
000430         10  VAK-HDR-GRAND-TOTAL    PIC X(08).
000440         10  VAK-HDR-REASON     PIC X(20).
000450         10  FILLER             PIC X(04).
000460     05  VAK-DISPUTE-BODY REDEFINES VAK-BODY.
000470         10  VAK-DSP-SEQ-NO     PIC X(05).
000480         10  VAK-DSP-CODE       PIC X(02).
000490         10  VAK-DSP-VALUE      PIC X(02).
000500         10  VAK-DSP-COMMENT    PIC X(30).
000510         10  FILLER             PIC X(20).
000520     05  VAK-TRAILER-BODY REDEFINES VAK-BODY.
000530         10  VAK-TRL-DISPUTES   PIC X(06).
000540         10  FILLER             PIC X(53).
