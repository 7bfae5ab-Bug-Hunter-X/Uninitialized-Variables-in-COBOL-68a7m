000100*--------------------------------------------------------------*
000110* DL100SK - SIGN-ON SECURITY PARAMETER CARD                    *
000120*   ONE 80-BYTE CARD READ FROM SECPARM AT SIGN-ON BY EVERY      *
000130*   ONLINE TRANSACTION THAT CHECKS DL100OP.  SK-LOCKOUT-LIMIT   *
000140*   IS HOW MANY CONSECUTIVE FUNCTION AUTHORITY DENIALS AN       *
000150*   OPERATOR MAY RUN UP BEFORE THE DL100OP PROFILE IS SET       *
000160*   INACTIVE.  A MISSING OR EMPTY FILE, OR A BLANK/ZERO LIMIT,  *
000170*   FALLS BACK TO THE DEFAULT OF 3.                             *
000180*--------------------------------------------------------------*
000190 01  SK-PARAMETER-RECORD.
000200     05  SK-LOCKOUT-LIMIT         PIC 9(02).
000210     05  FILLER                   PIC X(78).
