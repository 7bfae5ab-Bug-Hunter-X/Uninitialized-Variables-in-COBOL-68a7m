000180*   WHATEVER WAS TYPED.  EVERY PROFILE CHANGE IS LOGGED TO     *
000190*   THE DL100OH HISTORY FILE THE WAY DL100MH LOGS MAINTENANCE  *
000200*   ACTIONS.                                                   *
000201*   OP-AUTH-INQUIRY-SW GRANTS VIEW-ONLY USE OF THE DL100CI     *
000202*   CONSOLIDATED CUSTOMER INQUIRY WITHOUT ANY MAINTENANCE      *
000203*   RIGHT.  IT OCCUPIES WHAT WAS TRAILING FILLER (OFFSETS      *
000204*   UNCHANGED) - ROWS WRITTEN BEFORE IT EXISTED READ AS SPACE  *
000205*   AND ARE TREATED AS NOT AUTHORIZED.                         *
000206*   OP-AUTH-STANDORD-SW GRANTS ADD/CHANGE OF DL100SO STANDING  *
000207*   ORDERS IN DL100SM; APPROVING ONE NEEDS OP-AUTH-APPROVE-SW. *
000208*   IT TOO IS CARVED FROM THE TRAILING FILLER.                 *
000209*   OP-FAIL-COUNT IS THE OPERATOR'S RUN OF CONSECUTIVE         *
000210*   FUNCTION AUTHORITY DENIALS ACROSS ALL THE ONLINE           *
000211*   TRANSACTIONS.  A PERMITTED FUNCTION CLEARS IT; REACHING    *
000212*   THE DL100SK LOCKOUT LIMIT SETS THE PROFILE INACTIVE AND    *
000213*   LOGS A LOCKOUT ROW TO DL100OH.  ALSO CARVED FROM THE       *
000214*   FILLER - ROWS WRITTEN BEFORE IT EXISTED READ AS SPACES,    *
000215*   WHICH IS TAKEN AS ZERO.                                    *
000216*--------------------------------------------------------------*
000220 01  OP-OPERATOR-RECORD.
000230     05  OP-OPERATOR-ID           PIC X(08).
000240     05  OP-OPERATOR-NAME         PIC X(30).
000410         88  OP-AUTH-OPERATOR         VALUE 'Y'.
000420     05  OP-LAST-UPDATE-DATE      PIC 9(08).
000430     05  OP-LAST-UPDATE-USER      PIC X(08).
000431     05  OP-AUTH-INQUIRY-SW       PIC X(01).
000432         88  OP-AUTH-INQUIRY          VALUE 'Y'.
000433     05  OP-AUTH-STANDORD-SW      PIC X(01).
000434         88  OP-AUTH-STANDORD         VALUE 'Y'.
000435     05  OP-FAIL-COUNT            PIC 9(03).
000440     05  FILLER                   PIC X(07).
