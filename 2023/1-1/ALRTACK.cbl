000270*                   READ ONCE AND FORGOTTEN.
000280*    MODIFICATION HISTORY:
000290*      2026-09-02  RJB  ORIGINAL.
000292*      2026-10-15  RJB  SIGN-ON SCREEN ALSO TAKES THE PIN, AND A
000294*                       NEW PIN WHEN OPRSIGN ASKS FOR ONE.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. ALRTACK.
000890 01  S-ACK-OPERATOR-ID.
000900     05  LINE 1 COL 8 VALUE 'Identifiant operateur : '.
000910     05  PIC X(08) TO ACK-OPERATOR-ID REQUIRED.
000912     05  LINE 1 COL 44 VALUE 'PIN : '.
000914     05  PIC X(06) TO OPS-PIN SECURE.
000916     05  LINE 1 COL 58 VALUE 'Nouveau PIN : '.
000918     05  PIC X(06) TO OPS-NEW-PIN SECURE.
000920
000930 01  S-ACK-ALERT.
000940     05  LINE 3 COL 8 VALUE 'Alerte............. : '.
