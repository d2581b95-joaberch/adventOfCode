000100******************************************************************
000110*    COPYBOOK.....: CALPPLGC.cpy
000120*    DESCRIPTION...: RECORD LAYOUT FOR THE CALPPADJ INDEXED
000130*                    PRIOR-PERIOD ADJUSTMENT LEDGER.  ONE ENTRY
000140*                    PER CORRECTION TO A READING WHOSE RUN DATE
000150*                    FALLS IN A MONTH ALREADY CLOSED ON CALMSUM -
000160*                    A CALDELTA CORRECTION (ORIGIN D, KEYED ON ITS
000170*                    CALDQUE ENTRY) OR A VENDOR DISPUTE CORRECTED
000180*                    ON CALDSRES (ORIGIN V, KEYED ON ITS CALDISP
000190*                    ENTRY), SO THE SAME CORRECTION CAN NEVER BE
000200*                    LEDGERED TWICE.  THE CLOSED SUMMARY ITSELF IS
000210*                    NEVER TOUCHED; THE NEXT CALMONTH CLOSE PRINTS
000220*                    EVERY ENTRY NOT YET REPORTED AND STAMPS THE
000230*                    MONTH IT WAS REPORTED IN.  WRITTEN ONLY BY
000240*                    CALPPWRT.
000250*    MODIFICATION HISTORY:
000260*      2026-10-15  RJB  ORIGINAL.
000270******************************************************************
000280 01  PPA-LEDGER-RECORD.
000290     05  PPA-KEY.
000300         10  PPA-ORIGIN         PIC X(01).
000310             88  PPA-FROM-CALDELTA      VALUE 'D'.
000320             88  PPA-FROM-DISPUTE       VALUE 'V'.
000330         10  PPA-ORIGIN-KEY     PIC X(19).
000340     05  PPA-MONTH              PIC X(06).
000350     05  PPA-READING-DATE       PIC 9(08).
000360     05  PPA-SEQ-NO             PIC 9(05).
000370     05  PPA-OLD-VALUE          PIC 9(02).
000380     05  PPA-NEW-VALUE          PIC 9(02).
000390     05  PPA-RECORDED-DATE      PIC 9(08).
000400     05  PPA-RECORDED-BY        PIC X(08).
000410     05  PPA-APPROVED-BY        PIC X(08).
000420     05  PPA-REPORTED-MONTH     PIC X(06).
000430         88  PPA-NOT-YET-REPORTED       VALUE SPACES.
000440     05  FILLER                 PIC X(10).
