000100******************************************************************
000110*    COPYBOOK.....: OPRPINH.cpy
000120*    DESCRIPTION...: SIGN-ON PIN PARAGRAPHS SHARED BY OPRSIGN
000130*                    (PIN CHECK AND OPERATOR PIN CHANGE) AND
000140*                    OPRMNT (SUPERVISOR'S TEMPORARY PIN).  THE PIN
000150*                    ITSELF IS NEVER STORED - ONLY A HASH OF IT
000160*                    SALTED WITH THE OPERATOR ID, SO THE SAME PIN
000170*                    GIVES A DIFFERENT VALUE FOR EACH OPERATOR AND
000180*                    A COPY OF OPRMAST DOES NOT GIVE AWAY ANYONE'S
000190*                    PIN.  THE CALLER COPIES OPRPINW.
000200*    MODIFICATION HISTORY:
000210*      2026-10-15  RJB  ORIGINAL.
000220******************************************************************
000230 8100-HASH-PIN.
000240     MOVE 7 TO PIN-HASH-VALUE.
000250     PERFORM 8110-HASH-ONE-CHAR THRU 8110-HASH-ONE-CHAR-EXIT
000260         VARYING PIN-HASH-SUB FROM 1 BY 1
000270         UNTIL PIN-HASH-SUB > 14.
000280 8100-HASH-PIN-EXIT.
000290     EXIT.
000300
000310 8110-HASH-ONE-CHAR.
000320     COMPUTE PIN-HASH-VALUE = FUNCTION MOD(
000330         PIN-HASH-VALUE * 131
000340             + FUNCTION ORD(PIN-HASH-CHAR(PIN-HASH-SUB)),
000350         999999937).
000360 8110-HASH-ONE-CHAR-EXIT.
000370     EXIT.
000380
000390******************************************************************
000400*    8200-CHECK-PIN-FORMAT - FOUR TO SIX DIGITS, LEFT-JUSTIFIED,
000410*    NOTHING AFTER THEM.
000420******************************************************************
000430 8200-CHECK-PIN-FORMAT.
000440     MOVE 'N' TO PIN-FORMAT-SW.
000450     MOVE ZERO TO PIN-LENGTH.
000460     INSPECT PIN-HASH-PIN TALLYING PIN-LENGTH
000470         FOR CHARACTERS BEFORE INITIAL SPACE.
000480     IF PIN-LENGTH < 4
000490         GO TO 8200-CHECK-PIN-FORMAT-EXIT
000500     END-IF.
000510     IF PIN-HASH-PIN(1:PIN-LENGTH) NOT NUMERIC
000520         GO TO 8200-CHECK-PIN-FORMAT-EXIT
000530     END-IF.
000540     IF PIN-LENGTH < 6
000550         IF PIN-HASH-PIN(PIN-LENGTH + 1:) NOT = SPACES
000560             GO TO 8200-CHECK-PIN-FORMAT-EXIT
000570         END-IF
000580     END-IF.
000590     MOVE 'Y' TO PIN-FORMAT-SW.
000600 8200-CHECK-PIN-FORMAT-EXIT.
000610     EXIT.
