000327*                       CALDEXCP FILES PER INQUIRY, SO THE SCREEN
000328*                       NO LONGER HANGS ON A HEAVY REJECT NIGHT.
000329*                       THE FLAT FILES STAY ON DISK AS EVIDENCE.
000331*      2026-10-15  RJB  SIGN-ON SCREEN ALSO TAKES THE PIN, AND A
000333*                       NEW PIN WHEN OPRSIGN ASKS FOR ONE.
000335******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. CALINQ.
000360
001260     05  LINE 12 COL 8 VALUE 'Autre consultation (O/N) : '.
001270     05  PIC X TO INQ-AGAIN-ANSWER REQUIRED.
001280
001281 01  S-INQ-PIN.
001282     05  LINE 1 COL 44 VALUE 'PIN : '.
001283     05  PIC X(06) TO OPS-PIN SECURE.
001284     05  LINE 1 COL 58 VALUE 'Nouveau PIN : '.
001285     05  PIC X(06) TO OPS-NEW-PIN SECURE.
001286
001290 PROCEDURE DIVISION.
001300 0000-MAINLINE.
001302     PERFORM 1000-SIGN-ON THRU 1000-SIGN-ON-EXIT.
001367 1000-SIGN-ON.
001368     ACCEPT S-INQ-OPERATOR-ID.
001369     MOVE INQ-OPERATOR-ID TO OPS-OPERATOR-ID.
001370     ACCEPT S-INQ-PIN.
001371     MOVE 1 TO OPS-REQUIRED-LEVEL.
001372     CALL 'OPRSIGN' USING OPS-SIGNON-PARM.
001373     IF OPS-SIGNON-REFUSED
