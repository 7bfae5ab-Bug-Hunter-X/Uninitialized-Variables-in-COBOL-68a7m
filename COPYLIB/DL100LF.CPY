000100*--------------------------------------------------------------*
000110* DL100LF - LARGE-TRANSACTION FILING EXTRACT RECORD             *
000120*   WRITTEN BY DL100LT, ONE ROW PER CUSTOMER THAT QUALIFIED ON  *
000130*   THE BUSINESS DATE, FOR THE COMPLIANCE SYSTEM TO PICK UP.    *
000140*   LAYOUT IS A CONTROLLED INTERFACE - CHANGE ONLY WITH         *
000150*   COMPLIANCE SIGN-OFF.  ALL NUMERIC FIELDS ARE UNSIGNED       *
000160*   ZONED DECIMAL.  LF-THRESHOLD-SW IS 'Y' WHEN THE SAME-DAY    *
000170*   TOTAL MET THE THRESHOLD; LF-STRUCTURING-SW IS 'Y' WHEN THE  *
000180*   CUSTOMER HAD THE MINIMUM NUMBER OF NEAR-THRESHOLD ITEMS     *
000190*   WITHIN THE LOOKBACK WINDOW; EITHER OR BOTH MAY BE SET.      *
000200*   A CUSTOMER NOT ON DL100CR CARRIES A BLANK NAME AND STATUS.  *
000210*--------------------------------------------------------------*
000220 01  LF-FILING-RECORD.
000230     05  LF-BUSINESS-DATE         PIC 9(08).
000240     05  LF-CUSTOMER-ID           PIC X(10).
000250     05  LF-CUSTOMER-NAME         PIC X(30).
000260     05  LF-CUSTOMER-STATUS       PIC X(01).
000270     05  LF-THRESHOLD-SW          PIC X(01).
000280         88  LF-THRESHOLD-MET         VALUE 'Y'.
000290     05  LF-STRUCTURING-SW        PIC X(01).
000300         88  LF-STRUCTURING-SUSPECTED VALUE 'Y'.
000310     05  LF-DAY-ITEM-COUNT        PIC 9(05).
000320     05  LF-DAY-TOTAL             PIC 9(11)V99.
000330     05  LF-NEAR-ITEM-COUNT       PIC 9(05).
000340     05  LF-NEAR-TOTAL            PIC 9(11)V99.
000350     05  LF-FIRST-NEAR-DATE       PIC 9(08).
000360     05  LF-LAST-NEAR-DATE        PIC 9(08).
000370     05  LF-THRESHOLD-AMOUNT      PIC 9(09)V99.
000380     05  LF-WINDOW-FROM-DATE      PIC 9(08).
000390     05  FILLER                   PIC X(28).
