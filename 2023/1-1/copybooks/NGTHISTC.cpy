000100******************************************************************
000110*    COPYBOOK.....: NGTHISTC.cpy
000120*    DESCRIPTION...: RECORD LAYOUT FOR THE NGTHIST BATCH-WINDOW
000130*                    HISTORY.  NIGHTJOB APPENDS ONE LINE FOR EVERY
000140*                    STEP IT CALLS - START, END, ELAPSED SECONDS,
000150*                    THE STEP'S WINDOW DEADLINE AND WHETHER THE
000160*                    STEP FINISHED PAST IT.  UNLIKE NGTAUDIT IT IS
000170*                    NEVER CUT INTO GENERATIONS OR AGED OUT, SO
000180*                    NIGHTJOB CAN PROJECT THE NIGHT'S FINISH FROM
000190*                    IT AND NGTWINRP CAN SHOW THE WEEKLY TREND.
000200*                    THE WINDOW DATE IS THE MORNING OF THE HANDOFF
000210*                    THE STEP RAN TOWARDS: A STEP STARTED AT OR
000220*                    AFTER NOON BELONGS TO THE NEXT DAY'S WINDOW.
000230*    MODIFICATION HISTORY:
000240*      2026-10-15  RJB  ORIGINAL.
000250******************************************************************
000260 01  NHS-HISTORY-RECORD.
000270     05  NHS-WINDOW-DATE        PIC 9(08).
000280     05  FILLER                 PIC X(01).
000290     05  NHS-STEP-NAME          PIC X(12).
000300     05  FILLER                 PIC X(01).
000310     05  NHS-START-TIME         PIC 9(06).
000320     05  FILLER                 PIC X(01).
000330     05  NHS-END-TIME           PIC 9(06).
000340     05  FILLER                 PIC X(01).
000350     05  NHS-ELAPSED-SECS       PIC 9(05).
000360     05  FILLER                 PIC X(01).
000370     05  NHS-DEADLINE           PIC 9(04).
000380     05  FILLER                 PIC X(01).
000390     05  NHS-MISSED-SW          PIC X(01).
000400         88  NHS-MISSED-DEADLINE        VALUE 'Y'.
000410     05  FILLER                 PIC X(01).
000420     05  NHS-RETURN-CODE        PIC 9(04).
000430     05  FILLER                 PIC X(01).
000440     05  NHS-STEP-STATUS        PIC X(09).
000450     05  FILLER                 PIC X(17).
