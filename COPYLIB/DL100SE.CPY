000100*--------------------------------------------------------------*
000110* DL100SE - SECURITY EVENT RECORD                              *
000120*   ONE ROW APPENDED TO THE SHARED SECLOG FILE BY EVERY ONLINE  *
000130*   TRANSACTION THAT SIGNS ON AGAINST DL100OP (DL100MU,         *
000140*   DL100SU, DL100TU, DL100CU, DL100GU, DL100CI, DL100SM AND    *
000150*   DL100OU) FOR EACH SUCCESSFUL SIGN-ON, REFUSED SIGN-ON,      *
000160*   FUNCTION AUTHORITY DENIAL AND LOCKOUT.  SE-TRANSACTION IS   *
000170*   THE PROGRAM THAT WROTE THE ROW; SE-OPERATOR-ID IS THE ID    *
000180*   AS KEYED, WHETHER OR NOT IT IS ON FILE.  SE-FUNCTION-CODE   *
000190*   IS THE FUNCTION ATTEMPTED (SPACE ON SIGN-ON EVENTS) AND     *
000200*   SE-REASON THE MESSAGE THE OPERATOR WAS SHOWN.               *
000210*   SE-FAIL-COUNT IS THE OPERATOR'S CONSECUTIVE FAILURE COUNT   *
000220*   ON DL100OP AFTER THE EVENT (ZERO WHERE THERE IS NO          *
000230*   PROFILE).  DL100SV READS THIS FILE FOR THE DAILY SECURITY   *
000240*   VIOLATIONS REPORT.                                          *
000250*--------------------------------------------------------------*
000260 01  SE-EVENT-RECORD.
000270     05  SE-EVENT-TIMESTAMP.
000280         10  SE-EVENT-DATE        PIC 9(08).
000290         10  SE-EVENT-TIME        PIC 9(08).
000300     05  SE-TRANSACTION           PIC X(08).
000310     05  SE-OPERATOR-ID           PIC X(08).
000320     05  SE-EVENT-CODE            PIC X(08).
000330         88  SE-SIGNON                VALUE 'SIGNON'.
000340         88  SE-SIGNON-REFUSED        VALUE 'REFUSED'.
000350         88  SE-AUTHORITY-DENIED      VALUE 'DENIED'.
000360         88  SE-LOCKOUT               VALUE 'LOCKOUT'.
000370         88  SE-VIOLATION             VALUES 'REFUSED' 'DENIED'.
000380     05  SE-FUNCTION-CODE         PIC X(01).
000390     05  SE-REASON                PIC X(40).
000400     05  SE-FAIL-COUNT            PIC 9(03).
000410     05  FILLER                   PIC X(16).
