000100******************************************************************
000110*    COPYBOOK.....: CALRSPLC.cpy
000120*    DESCRIPTION...: RECORD LAYOUT FOR THE CALRSPLG INDEXED LOG
000130*                    OF RESPONSE FILES SENT TO THE DEVICE VENDOR,
000140*                    KEYED ON THE RESPONSE (RUN) DATE.  CALRESP
000150*                    RECORDS THE TRAILER IT SENT - RECORD,
000160*                    CALIBRATED AND EXCEPTION COUNTS AND THE
000170*                    GRAND TOTAL - AS PENDING; CALRACK MARKS IT
000180*                    ACCEPTED OR REJECTED WHEN THE VENDOR'S
000190*                    ACKNOWLEDGEMENT FILE COMES BACK, NOTING
000200*                    WHETHER THE TOTALS THE VENDOR ECHOED AGREE
000210*                    AND HOW MANY LINES THEY DISPUTED.  MORNRPT
000220*                    REPORTS A RESPONSE STILL PENDING PAST THE
000230*                    AGREED NUMBER OF DAYS AS OVERDUE.
000240*    MODIFICATION HISTORY:
000250*      2026-10-15  RJB  ORIGINAL.
000260******************************************************************
000270 01  RLG-RESPONSE-RECORD.
000280     05  RLG-RESPONSE-DATE      PIC 9(08).
000290     05  RLG-SENT-DATE          PIC 9(08).
000300     05  RLG-SENT-TIME          PIC 9(06).
000310     05  RLG-RECORDS            PIC 9(06).
000320     05  RLG-CALIBRATED         PIC 9(06).
000330     05  RLG-EXCEPTIONS         PIC 9(06).
000340     05  RLG-GRAND-TOTAL        PIC 9(08).
000350     05  RLG-ACK-STATUS         PIC X(01).
000360         88  RLG-ACK-PENDING            VALUE 'P'.
000370         88  RLG-ACK-ACCEPTED           VALUE 'A'.
000380         88  RLG-ACK-REJECTED           VALUE 'R'.
000390     05  RLG-ACK-DATE           PIC 9(08).
000400     05  RLG-TOTALS-AGREE       PIC X(01).
000410         88  RLG-TOTALS-AGREED          VALUE 'Y'.
000420     05  RLG-DISPUTE-COUNT      PIC 9(05).
000430     05  RLG-REJECT-REASON      PIC X(20).
000440     05  FILLER                 PIC X(07).
