000316*                       OPERATOR MASTER - CORRECTIONS REQUIRE
000317*                       AUTHORITY LEVEL 2, AND THE ID ON THE
000318*                       REJTRACK LINES IS NOW A VERIFIED ONE.
000321*      2026-10-15  RJB  SIGN-ON SCREEN ALSO TAKES THE PIN, AND A
000324*                       NEW PIN WHEN OPRSIGN ASKS FOR ONE.
000327******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. REJFIX.
000350
001110 01  S-REJ-OPERATOR-ID.
001120     05  LINE 1 COL 8 VALUE 'Identifiant operateur : '.
001130     05  PIC X(08) TO REJ-OPERATOR-ID REQUIRED.
001132     05  LINE 1 COL 44 VALUE 'PIN : '.
001134     05  PIC X(06) TO OPS-PIN SECURE.
001136     05  LINE 1 COL 58 VALUE 'Nouveau PIN : '.
001138     05  PIC X(06) TO OPS-NEW-PIN SECURE.
001140
001150 01  S-REJ-SHOW.
001160     05  LINE 3 COL 8 VALUE 'Sequence.... : '.
