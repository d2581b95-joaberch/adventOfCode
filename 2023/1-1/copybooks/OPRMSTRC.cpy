000220*                    PARAMETER AND OPERATOR MAINTENANCE).
000230*    MODIFICATION HISTORY:
000240*      2026-09-02  RJB  ORIGINAL.
000241*      2026-10-15  RJB  ADDED THE SIGN-ON PIN (HASHED, SEE
000242*                       OPRPINH), ITS SET DATE (ZERO = TEMPORARY),
000243*                       FAILED TRIES AND LOCKOUT; OPRCONV CONVERTS
000244*                       AN OLD MASTER WITH NO PINS.  ADDED THE
000245*                       CERTIFICATION FROM A SUPERVISED
000246*                       guessNumber EXAM: DATE, EXAM AND EXPIRY
000247*                       (ZERO = NEVER CERTIFIED), NEEDED FOR
000248*                       LEVEL 2 ON OPRMNT.
000250******************************************************************
000260 01  OPR-MASTER-RECORD.
000270     05  OPR-OPERATOR-ID        PIC X(08).
000330     05  OPR-ACTIVE-SW          PIC X(01).
000340         88  OPR-ACTIVE                 VALUE 'A'.
000350         88  OPR-INACTIVE               VALUE 'I'.
000360     05  OPR-PIN-HASH           PIC 9(09).
000370     05  OPR-PIN-SET-DATE       PIC 9(08).
000380         88  OPR-PIN-TEMPORARY          VALUE ZERO.
000390     05  OPR-FAILED-TRIES       PIC 9(02).
000400     05  OPR-LOCKED-SW          PIC X(01).
000410         88  OPR-LOCKED                 VALUE 'L'.
000420     05  OPR-CERT-DATE          PIC 9(08).
000430     05  OPR-CERT-EXAM-ID       PIC X(08).
000440     05  OPR-CERT-EXPIRY        PIC 9(08).
000450         88  OPR-NEVER-CERTIFIED        VALUE ZERO.
000460     05  FILLER                 PIC X(05).
