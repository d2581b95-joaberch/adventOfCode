000100******************************************************************
000110*    COPYBOOK.....: SRCCHKW.cpy
000120*    DESCRIPTION...: WORKING-STORAGE LAYOUT FOR ONE LINE OF THE
000130*                    SRCCHK SOURCE-DELIVERY EXCEPTION FILE.
000140*                    TestReadFile WRITES ONE LINE PER REGISTERED
000150*                    SOURCE THAT DID NOT DELIVER ON A SCHEDULED
000160*                    DAY OR DELIVERED FAR OUTSIDE ITS NORMAL
000170*                    RANGE, AND ONE PER SOURCE THAT DELIVERED BUT
000180*                    IS NOT ON THE SRCREG REGISTRY.  MORNRPT
000190*                    TURNS EACH LINE INTO AN ACTION ITEM.  THE FD
000200*                    RECORD IS A PLAIN PIC X(55); THE LINE IS
000210*                    BUILT HERE AND MOVED THERE, AS FOR CALEXCWS.
000220*    MODIFICATION HISTORY:
000230*      2026-10-15  RJB  ORIGINAL.
000240******************************************************************
000250 01  SCK-CHECK-LINE.
000260     05  SCK-RUN-DATE           PIC 9(08).
000270     05  FILLER                 PIC X(02) VALUE SPACES.
000280     05  SCK-SOURCE-ID          PIC X(08).
000290     05  FILLER                 PIC X(02) VALUE SPACES.
000300     05  SCK-CONDITION          PIC X(12).
000310         88  SCK-MISSING                VALUE 'MISSING'.
000320         88  SCK-LOW-VOLUME             VALUE 'LOW VOLUME'.
000330         88  SCK-HIGH-VOLUME            VALUE 'HIGH VOLUME'.
000340         88  SCK-UNREGISTERED           VALUE 'UNREGISTERED'.
000350     05  FILLER                 PIC X(02) VALUE SPACES.
000360     05  SCK-RECEIVED           PIC 9(06).
000370     05  FILLER                 PIC X(02) VALUE SPACES.
000380     05  SCK-MIN-RECORDS        PIC 9(06).
000390     05  FILLER                 PIC X(01) VALUE '-'.
000400     05  SCK-MAX-RECORDS        PIC 9(06).
