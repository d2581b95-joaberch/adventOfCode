000270*                   OPRMNT SCREEN AUDITS OPERATOR CHANGES.
000280*    MODIFICATION HISTORY:
000290*      2026-09-02  RJB  ORIGINAL.
000292*      2026-10-15  RJB  SIGN-ON SCREEN ALSO TAKES THE PIN, AND A
000294*                       NEW PIN WHEN OPRSIGN ASKS FOR ONE.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. GNGOALMT.
001080 01  S-GMT-SUPERVISOR-ID.
001090     05  LINE 1 COL 8 VALUE 'Identifiant superviseur : '.
001100     05  PIC X(08) TO GMT-SUPERVISOR-ID REQUIRED.
001102     05  LINE 1 COL 44 VALUE 'PIN : '.
001104     05  PIC X(06) TO OPS-PIN SECURE.
001106     05  LINE 1 COL 58 VALUE 'Nouveau PIN : '.
001108     05  PIC X(06) TO OPS-NEW-PIN SECURE.
001110
001120 01  S-GMT-TARGET-ID.
001130     05  LINE 3 COL 8 VALUE 'Operateur (objectif) : '.
