000208*                       UP IN CALBAL AND MORNRPT AND NOT JUST ON
000209*                       THE CONSOLE.  RECORDS WRITTEN BEFORE THE
000211*                       CHANGE READ BACK WITH THE FIELD BLANK.
000212*      2026-10-15  RJB  ADDED THE COUNT OF READINGS HELD OUT AT
000213*                       LOAD AS RESUBMISSIONS OF AN EARLIER
000214*                       NIGHT'S, SO THE LOAD STILL ACCOUNTS FOR
000215*                       EVERY RECORD IT READ.  OLDER RECORDS READ
000216*                       BACK WITH THE FIELD BLANK.
000217******************************************************************
000220 01  CTL-CONTROL-LINE.
000230     05  CTL-RUN-DATE               PIC X(08).
000240     05  FILLER                     PIC X(02) VALUE SPACES.
000370     05  CTL-GRAND-TOTAL            PIC 9(08).
000380     05  FILLER                     PIC X(02) VALUE SPACES.
000390     05  CTL-FILES-REJECTED         PIC 9(04).
000400     05  FILLER                     PIC X(02) VALUE SPACES.
000410     05  CTL-RECORDS-RESUBMITTED    PIC 9(06).
