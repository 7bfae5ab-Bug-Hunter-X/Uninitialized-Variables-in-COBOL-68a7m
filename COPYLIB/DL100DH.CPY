000190*   NOT CHECKED - RELEASING A GENUINE REPEAT CHARGE THROUGH    *
000200*   DL100SU IS EXACTLY HOW OPERATIONS OVERRIDES THE CHECK.     *
000210*   ROWS PAST THE WINDOW ARE RETIRED BY DL100HK.               *
000211*   DH-RECORD-NO OCCUPIES WHAT WAS TRAILING FILLER: THE FEED   *
000212*   RECORD NUMBER THE ROW WAS ACCEPTED UNDER, SO THE DL100LT   *
000213*   SURVEILLANCE REPORT CAN NAME EVERY CONTRIBUTING ITEM.      *
000214*   ZERO ON ROWS WRITTEN BEFORE IT WAS ADDED.                  *
000220*--------------------------------------------------------------*
000230 01  DH-DUP-HISTORY-RECORD.
000240     05  DH-DUP-KEY.
000270         10  DH-TRANS-DATE        PIC 9(08).
000280         10  DH-TRANS-AMOUNT      PIC 9(09)V99.
000290     05  DH-POSTED-DATE           PIC 9(08).
000295     05  DH-RECORD-NO             PIC 9(09).
000300     05  FILLER                   PIC X(01).
