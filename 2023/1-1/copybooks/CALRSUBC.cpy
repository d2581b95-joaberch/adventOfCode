000100******************************************************************
000110*    COPYBOOK.....: CALRSUBC.cpy
000120*    DESCRIPTION...: RECORD LAYOUT FOR THE CALRSUB INDEXED
000130*                    RESUBMISSION REGISTER - ONE ENTRY FOR EVERY
000140*                    READING EVER CALIBRATED, KEYED ON ITS SOURCE,
000150*                    SEQUENCE NUMBER AND CALIBRATION TEXT.
000160*                    CALARCH ADDS EACH BALANCED NIGHT'S MASTER
000170*                    ROWS AND CALDELTA ADDS EVERY CORRECTION IT
000180*                    APPLIES; CALLOAD LOOKS EACH INCOMING READING
000190*                    UP AND HOLDS OUT ONE ALREADY PROCESSED ON AN
000200*                    EARLIER NIGHT.  READINGS ARRIVING THROUGH A
000210*                    CORRECTION PATH (RECYCLE, CALDELTA) ARE ALL
000220*                    FILED UNDER THE ONE SOURCE CORRECTN, SO THE
000230*                    SAME FIX MADE BOTH WAYS IS STILL CAUGHT.
000240*                    RSB-RUN-DATE IS THE NIGHT THE READING WAS
000250*                    CALIBRATED (THE CALARCHM KEY DATE);
000260*                    RSB-LOAD-DATE IS THE DATE OF THE LOAD THAT
000270*                    BROUGHT IT IN, WHICH TELLS CALLOAD WHETHER
000280*                    AN ENTRY IS FROM AN EARLIER NIGHT OR FROM A
000290*                    RERUN OF TONIGHT'S.
000300*    MODIFICATION HISTORY:
000310*      2026-10-15  RJB  ORIGINAL.
000320******************************************************************
000330 01  RSB-REGISTER-RECORD.
000340     05  RSB-KEY.
000350         10  RSB-SOURCE-ID      PIC X(08).
000360         10  RSB-SEQ-NO         PIC 9(05).
000370         10  RSB-CALIB-TEXT     PIC X(100).
000380     05  RSB-RUN-DATE           PIC 9(08).
000390     05  RSB-LOAD-DATE          PIC 9(08).
000400     05  RSB-ORIGIN             PIC X(01).
000410         88  RSB-FROM-NIGHTLY           VALUE 'N'.
000420         88  RSB-FROM-CORRECTION        VALUE 'D'.
000430     05  FILLER                 PIC X(05).
