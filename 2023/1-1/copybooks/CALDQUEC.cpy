000100******************************************************************
000110*    COPYBOOK.....: CALDQUEC.cpy
000120*    DESCRIPTION...: RECORD LAYOUT FOR THE CALDQUE INDEXED QUEUE
000130*                    OF SAME-DAY CORRECTIONS TO THE CALMSTR
000140*                    MASTER, KEYED ON THE DATE AND TIME THE
000150*                    CORRECTION WAS KEYED PLUS ITS SEQUENCE
000160*                    NUMBER.  A LEVEL-2 OPERATOR KEYS EACH
000170*                    CORRECTION ON CALDKEY (PENDING); A DIFFERENT,
000180*                    LEVEL-3 OPERATOR APPROVES OR REJECTS IT ON
000190*                    CALDAPRV; CALDELTA APPLIES ONLY THE APPROVED
000200*                    ONES AND MARKS THEM APPLIED.  AN APPROVED
000210*                    CORRECTION STILL UNAPPLIED WHEN THE NEXT
000220*                    NIGHT HAS REBUILT THE MASTER IS MARKED
000230*                    EXPIRED INSTEAD - ITS SEQUENCE NUMBER NO
000240*                    LONGER NAMES THE SAME LINE.  NOTHING IS EVER
000250*                    DELETED, SO THE QUEUE IS ALSO THE RECORD OF
000260*                    WHO ASKED FOR EACH CHANGE AND WHO LET IT
000270*                    THROUGH.
000280*    MODIFICATION HISTORY:
000290*      2026-10-15  RJB  ORIGINAL.
000300******************************************************************
000310 01  CDQ-QUEUE-RECORD.
000320     05  CDQ-KEY.
000330         10  CDQ-ENTRY-DATE     PIC 9(08).
000340         10  CDQ-ENTRY-TIME     PIC 9(06).
000350         10  CDQ-SEQ-NO         PIC 9(05).
000360     05  CDQ-CALIB-TEXT         PIC X(100).
000370     05  CDQ-STATUS             PIC X(01).
000380         88  CDQ-PENDING                VALUE 'P'.
000390         88  CDQ-APPROVED               VALUE 'A'.
000400         88  CDQ-REJECTED               VALUE 'R'.
000410         88  CDQ-APPLIED                VALUE 'D'.
000420         88  CDQ-EXPIRED                VALUE 'X'.
000430     05  CDQ-MAKER-ID           PIC X(08).
000440     05  CDQ-CHECKER-ID         PIC X(08).
000450     05  CDQ-DECISION-DATE      PIC 9(08).
000460     05  CDQ-REASON             PIC X(30).
000470     05  CDQ-APPLIED-DATE       PIC 9(08).
000480     05  FILLER                 PIC X(05).
