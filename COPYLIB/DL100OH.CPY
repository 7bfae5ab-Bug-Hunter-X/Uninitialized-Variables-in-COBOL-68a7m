000140*   PROFILE AS IT STANDS AFTER THE ACTION AND THE SIGNED-ON    *
000150*   OPERATOR WHO MADE IT, THE SAME WAY DL100MH TRAILS THE      *
000160*   DL100MT MAINTENANCE FILE.                                  *
000161*   ACTION 'LOCKOUT' IS WRITTEN BY WHICHEVER ONLINE            *
000162*   TRANSACTION SET THE PROFILE INACTIVE ON REACHING THE       *
000163*   DL100SK CONSECUTIVE-DENIAL LIMIT; OH-USER-ID IS THEN THAT  *
000164*   TRANSACTION'S PROGRAM ID.  OH-FAIL-COUNT IS THE PROFILE'S  *
000165*   DL100OP FAILURE COUNT AFTER THE ACTION.                    *
000170*--------------------------------------------------------------*
000180 01  OH-HISTORY-RECORD.
000190     05  OH-OPERATOR-ID           PIC X(08).
000290     05  OH-AUTH-RESUBMIT-SW      PIC X(01).
000300     05  OH-AUTH-CUSTREF-SW       PIC X(01).
000310     05  OH-AUTH-OPERATOR-SW      PIC X(01).
000311     05  OH-AUTH-INQUIRY-SW       PIC X(01).
000312     05  OH-AUTH-STANDORD-SW      PIC X(01).
000313     05  OH-FAIL-COUNT            PIC 9(03).
000320     05  FILLER                   PIC X(05).
