000100******************************************************************
000110*    COPYBOOK.....: SRCREGC.cpy
000120*    DESCRIPTION...: RECORD LAYOUT FOR THE SRCREG INDEXED
000130*                    EXPECTED-FEED SOURCE REGISTRY, KEYED ON
000140*                    SRG-SOURCE-ID (THE DONNEE-SOURCE-ID THE
000150*                    VENDOR STAMPS ON ITS HEADER).  ONE ROW PER
000160*                    FEED THE SHOP EXPECTS: THE DAYS OF THE WEEK
000170*                    IT DELIVERS (ONE O/N FLAG PER DAY, MONDAY
000180*                    FIRST) AND THE RECORD-COUNT RANGE A NORMAL
000190*                    NIGHT FALLS IN.  A SUSPENDED SOURCE STAYS ON
000200*                    FILE BUT IS NOT EXPECTED.  MAINTAINED BY THE
000210*                    SRCRMNT SCREEN AND CHECKED EACH NIGHT BY
000220*                    TestReadFile AGAINST WHAT ACTUALLY ARRIVED.
000230*    MODIFICATION HISTORY:
000240*      2026-10-15  RJB  ORIGINAL.
000250******************************************************************
000260 01  SRG-REGISTRY-RECORD.
000270     05  SRG-SOURCE-ID          PIC X(08).
000280     05  SRG-DESCRIPTION        PIC X(30).
000290     05  SRG-DELIVERY-DAYS      PIC X(07).
000300     05  SRG-DAY-TABLE REDEFINES SRG-DELIVERY-DAYS.
000310         10  SRG-DAY-FLAG       PIC X(01) OCCURS 7 TIMES.
000320             88  SRG-DELIVERS-THAT-DAY  VALUE 'O'.
000330     05  SRG-MIN-RECORDS        PIC 9(06).
000340     05  SRG-MAX-RECORDS        PIC 9(06).
000350     05  SRG-STATUS             PIC X(01).
000360         88  SRG-ACTIVE                 VALUE 'A'.
000370         88  SRG-SUSPENDED              VALUE 'S'.
000380     05  SRG-SET-BY             PIC X(08).
000390     05  SRG-SET-DATE           PIC X(08).
000400     05  FILLER                 PIC X(06).
