000100******************************************************************
000110*    COPYBOOK.....: CALCHGXW.cpy
000120*    DESCRIPTION...: WORKING-STORAGE LAYOUT OF ONE LINE OF THE
000130*                    CALCHGBX MONTHLY BILLING EXTRACT CALCHGBK
000140*                    HANDS TO THE FINANCE SYSTEM.  ONE D LINE PER
000150*                    BILLED SOURCE PER CATEGORY - QUANTITY, RATE
000160*                    AND AMOUNT, UNEDITED WITH IMPLIED DECIMALS -
000170*                    THEN ONE T TRAILER CARRYING THE COUNT OF D
000180*                    LINES IN THE QUANTITY FIELD AND THE TOTAL
000190*                    BILLED IN THE AMOUNT FIELD, SO FINANCE CAN
000200*                    PROVE IT LOADED THE WHOLE FILE.
000210*    MODIFICATION HISTORY:
000220*      2026-10-15  RJB  ORIGINAL.
000230******************************************************************
000240 01  CBX-EXTRACT-LINE.
000250     05  CBX-RECORD-TYPE        PIC X(01).
000260         88  CBX-DETAIL                 VALUE 'D'.
000270         88  CBX-TRAILER                VALUE 'T'.
000280     05  FILLER                 PIC X(02) VALUE SPACES.
000290     05  CBX-MONTH              PIC X(06).
000300     05  FILLER                 PIC X(02) VALUE SPACES.
000310     05  CBX-SOURCE-ID          PIC X(08).
000320     05  FILLER                 PIC X(02) VALUE SPACES.
000330     05  CBX-CATEGORY           PIC X(11).
000340     05  FILLER                 PIC X(01) VALUE SPACES.
000350     05  CBX-QUANTITY           PIC 9(08).
000360     05  FILLER                 PIC X(02) VALUE SPACES.
000370     05  CBX-RATE               PIC 9(03)V9(04).
000380     05  FILLER                 PIC X(02) VALUE SPACES.
000390     05  CBX-AMOUNT             PIC 9(09)V99.
000400     05  FILLER                 PIC X(02) VALUE SPACES.
000410     05  CBX-RUN-DATE           PIC X(08).
000420     05  FILLER                 PIC X(07) VALUE SPACES.
