000286*                       OPERATOR MASTER - PARAMETER CHANGES
000287*                       REQUIRE SUPERVISOR AUTHORITY (LEVEL 3),
000288*                       AND THE ID ON GNPARMAU IS A VERIFIED ONE.
000291*      2026-10-15  RJB  SIGN-ON SCREEN ALSO TAKES THE PIN, AND A
000294*                       NEW PIN WHEN OPRSIGN ASKS FOR ONE.
000297******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. GNPARMNT.
000320
001030 01  S-PMT-OPERATOR-ID.
001040     05  LINE 3 COL 8 VALUE 'Identifiant operateur : '.
001050     05  PIC X(08) TO PMT-OPERATOR-ID REQUIRED.
001052     05  LINE 3 COL 44 VALUE 'PIN : '.
001054     05  PIC X(06) TO OPS-PIN SECURE.
001056     05  LINE 3 COL 58 VALUE 'Nouveau PIN : '.
001058     05  PIC X(06) TO OPS-NEW-PIN SECURE.
001060
001070 01  S-PMT-CURRENT.
001080     05  LINE 5 COL 8 VALUE 'Parametres actuels'.
