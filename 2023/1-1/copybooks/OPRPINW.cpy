000100******************************************************************
000110*    COPYBOOK.....: OPRPINW.cpy
000120*    DESCRIPTION...: WORKING-STORAGE FOR THE OPRPINH SIGN-ON PIN
000130*                    PARAGRAPHS.  THE CALLER MOVES THE OPERATOR
000140*                    ID AND THE PIN AS KEYED TO PIN-HASH-ID AND
000150*                    PIN-HASH-PIN; 8100 LEAVES THE ONE-WAY HASH
000160*                    THAT IS STORED ON OPRMAST IN PIN-HASH-VALUE
000170*                    AND 8200 SETS PIN-FORMAT-OK WHEN THE PIN IS
000180*                    FOUR TO SIX DIGITS.  COPIED BY OPRSIGN AND
000190*                    OPRMNT ALONG WITH OPRPINH.
000200*    MODIFICATION HISTORY:
000210*      2026-10-15  RJB  ORIGINAL.
000220******************************************************************
000230 01  PIN-HASH-INPUT.
000240     05  PIN-HASH-ID            PIC X(08).
000250     05  PIN-HASH-PIN           PIC X(06).
000260 01  PIN-HASH-CHARS REDEFINES PIN-HASH-INPUT.
000270     05  PIN-HASH-CHAR          PIC X(01) OCCURS 14 TIMES.
000280
000290 77  PIN-HASH-VALUE             PIC 9(09) VALUE ZERO.
000300 77  PIN-HASH-SUB               PIC 9(02) COMP VALUE ZERO.
000310 77  PIN-LENGTH                 PIC 9(02) COMP VALUE ZERO.
000320 77  PIN-FORMAT-SW              PIC X VALUE 'N'.
000330     88  PIN-FORMAT-OK                  VALUE 'Y'.
