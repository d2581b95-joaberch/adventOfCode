000210*                    BOTH SIDES SHARE ONE LAYOUT.
000220*    MODIFICATION HISTORY:
000230*      2026-09-02  RJB  ORIGINAL.
000232*      2026-10-15  RJB  ADDED THE PIN KEYED ON THE SIGN-ON SCREEN
000234*                       AND THE OPTIONAL NEW PIN (REQUIRED WHEN
000236*                       THE PIN HAS EXPIRED OR IS TEMPORARY).
000238*                       OPRSIGN CLEARS BOTH BEFORE RETURNING.
000240******************************************************************
000250 01  OPS-SIGNON-PARM.
000260     05  OPS-OPERATOR-ID        PIC X(08).
000300         88  OPS-SIGNON-REFUSED         VALUE 'N'.
000310     05  OPS-AUTHORITY          PIC 9(01).
000320     05  OPS-MESSAGE            PIC X(40).
000330     05  OPS-PIN                PIC X(06).
000340     05  OPS-NEW-PIN            PIC X(06).
