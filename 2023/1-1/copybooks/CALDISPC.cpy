000100******************************************************************
000110*    COPYBOOK.....: CALDISPC.cpy
000120*    DESCRIPTION...: RECORD LAYOUT FOR THE CALDISP INDEXED
000130*                    VENDOR DISPUTE WORKLIST, KEYED ON THE
000140*                    RESPONSE DATE PLUS THE DISPUTED SEQUENCE
000150*                    NUMBER.  CALRACK ADDS ONE OPEN ENTRY PER
000160*                    'D' RECORD ON THE VENDOR'S ACKNOWLEDGEMENT,
000170*                    WITH WHAT WE SENT FOR THE LINE (FROM THE
000180*                    CALARCHM ARCHIVE) BESIDE WHAT THE VENDOR
000190*                    EXPECTED.  A LEVEL-2 OPERATOR WORKS EACH
000200*                    ENTRY ON CALDSRES - UPHELD (OUR VALUE
000210*                    STANDS) OR CORRECTED TO A NEW VALUE - AND IS
000220*                    STAMPED ON IT.  NOTHING IS EVER DELETED.
000230*    MODIFICATION HISTORY:
000240*      2026-10-15  RJB  ORIGINAL.
000250******************************************************************
000260 01  DSP-DISPUTE-RECORD.
000270     05  DSP-KEY.
000280         10  DSP-RESPONSE-DATE  PIC 9(08).
000290         10  DSP-SEQ-NO         PIC 9(05).
000300     05  DSP-DISPUTE-CODE       PIC X(02).
000310     05  DSP-VENDOR-VALUE       PIC X(02).
000320     05  DSP-VENDOR-COMMENT     PIC X(30).
000330     05  DSP-OUR-STATUS         PIC X(01).
000340         88  DSP-WAS-CALIBRATED         VALUE 'C'.
000350         88  DSP-WAS-EXCEPTION          VALUE 'E'.
000360         88  DSP-WAS-NOT-SENT           VALUE '-'.
000370     05  DSP-OUR-VALUE          PIC 9(02).
000380     05  DSP-RECEIVED-DATE      PIC 9(08).
000390     05  DSP-STATE              PIC X(01).
000400         88  DSP-OPEN                   VALUE 'O'.
000410         88  DSP-UPHELD                 VALUE 'U'.
000420         88  DSP-CORRECTED              VALUE 'C'.
000430     05  DSP-CORRECTED-VALUE    PIC 9(02).
000440     05  DSP-RESOLVED-BY        PIC X(08).
000450     05  DSP-RESOLVED-DATE      PIC 9(08).
000460     05  FILLER                 PIC X(10).
