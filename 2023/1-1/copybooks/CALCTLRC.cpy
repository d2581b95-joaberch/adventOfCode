000270*      2026-08-22  RJB  ORIGINAL.
000272*      2026-09-02  RJB  WIDENED TO 76 BYTES FOR THE FILE-LEVEL
000274*                       REJECT COUNT ADDED TO CALCTLWS.
000276*      2026-10-15  RJB  WIDENED TO 84 BYTES FOR THE RESUBMISSION
000278*                       COUNT ADDED TO CALCTLWS.
000280******************************************************************
000290 01  CTL-CONTROL-RECORD             PIC X(84).
