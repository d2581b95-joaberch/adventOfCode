000100******************************************************************
000110*    COPYBOOK.....: IDXAUDW.cpy
000120*    DESCRIPTION...: ONE LINE OF THE IDXBKAU BACKUP AND RESTORE
000130*                    AUDIT TRAIL.  IDXBKUP WRITES ONE PER FILE IT
000140*                    BACKS UP; IDXRSTR ONE PER RESTORE ATTEMPT,
000150*                    REFUSED OR CANCELLED ONES INCLUDED, WITH THE
000160*                    SIGNED-ON SUPERVISOR, THE LIVE FILE'S COUNT
000170*                    AND HASH BEFORE THE RESTORE AND THE RESTORED
000180*                    FILE'S AFTER IT.  BUILT IN WORKING-STORAGE
000190*                    AND MOVED TO THE 120-BYTE AUDIT RECORD.
000200*    MODIFICATION HISTORY:
000210*      2026-10-15  RJB  ORIGINAL.
000220******************************************************************
000230 01  IXA-AUDIT-LINE.
000240     05  IXA-DATE               PIC X(08).
000250     05  FILLER                 PIC X(01) VALUE SPACE.
000260     05  IXA-TIME               PIC X(06).
000270     05  FILLER                 PIC X(01) VALUE SPACE.
000280     05  IXA-FUNCTION           PIC X(07).
000290         88  IXA-BACKUP                 VALUE 'BACKUP'.
000300         88  IXA-RESTORE                VALUE 'RESTORE'.
000310     05  FILLER                 PIC X(01) VALUE SPACE.
000320     05  IXA-OPERATOR           PIC X(08).
000330     05  FILLER                 PIC X(01) VALUE SPACE.
000340     05  IXA-FILE-NAME          PIC X(12).
000350     05  FILLER                 PIC X(01) VALUE SPACE.
000360     05  IXA-COPY-DATE          PIC X(08).
000370     05  FILLER                 PIC X(01) VALUE SPACE.
000380*    THE LIVE FILE BEFORE A RESTORE (ZERO FOR A BACKUP, OR WHEN
000390*    THERE WAS NO LIVE FILE).
000400     05  IXA-BEFORE-COUNT       PIC 9(09).
000410     05  FILLER                 PIC X(01) VALUE SPACE.
000420     05  IXA-BEFORE-HASH        PIC 9(15).
000430     05  FILLER                 PIC X(01) VALUE SPACE.
000440*    THE COPY JUST CUT, OR THE FILE AS RESTORED.
000450     05  IXA-AFTER-COUNT        PIC 9(09).
000460     05  FILLER                 PIC X(01) VALUE SPACE.
000470     05  IXA-AFTER-HASH         PIC 9(15).
000480     05  FILLER                 PIC X(01) VALUE SPACE.
000490     05  IXA-RESULT             PIC X(10).
000500     05  FILLER                 PIC X(03) VALUE SPACES.
