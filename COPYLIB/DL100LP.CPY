000100*--------------------------------------------------------------*
000110* DL100LP - DL100LT SURVEILLANCE RUN PARAMETER CARD             *
000120*   ONE 80-BYTE CARD READ AT INITIALIZATION FROM LTPARM.  A     *
000130*   MISSING FILE, EMPTY FILE, OR BLANK/ZERO FIELD FALLS BACK    *
000140*   TO THE DEFAULT: BUSINESS DATE = TODAY, THRESHOLD =          *
000150*   10,000.00, NEAR-THRESHOLD BAND = 1,000.00, LOOKBACK = 5     *
000160*   DAYS, MINIMUM NEAR-THRESHOLD ITEMS = 2.                     *
000170*   AN ITEM IS NEAR THE THRESHOLD WHEN ITS AMOUNT IS BELOW THE  *
000180*   THRESHOLD BY NO MORE THAN THE BAND.  THE LOOKBACK IS HOW    *
000190*   MANY CALENDAR DAYS BEFORE THE BUSINESS DATE ARE READ FROM   *
000200*   THE DL100DH HISTORY; KEEP IT NO LONGER THAN THE DL100HK     *
000210*   RESTART RETENTION, WHICH IS WHAT RETIRES THE HISTORY ROWS.  *
000220*   LP-TYPE-CODE LISTS UP TO TEN DL100TT TYPE CODES THAT COUNT  *
000230*   AS CASH-TYPE ACTIVITY; WITH NONE LISTED EVERY TYPE COUNTS   *
000240*   AND THE REPORT SAYS SO.                                     *
000250*--------------------------------------------------------------*
000260 01  LP-PARAMETER-RECORD.
000270     05  LP-PROCESS-DATE          PIC 9(08).
000280     05  LP-THRESHOLD-AMOUNT      PIC 9(09)V99.
000290     05  LP-NEAR-BAND-AMOUNT      PIC 9(09)V99.
000300     05  LP-LOOKBACK-DAYS         PIC 9(03).
000310     05  LP-MIN-NEAR-COUNT        PIC 9(02).
000320     05  LP-TYPE-CODE             PIC X(02) OCCURS 10 TIMES.
000330     05  FILLER                   PIC X(25).
