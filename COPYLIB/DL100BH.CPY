000100*--------------------------------------------------------------*
000110* DL100BH - DAILY CUSTOMER BALANCE HISTORY (SNAPSHOT) RECORD   *
000120*   ONE ROW PER CUSTOMER PER BUSINESS DATE, KEYED BY CUSTOMER  *
000130*   ID THEN DATE, WRITTEN BY THE DL100CL LEDGER CLOSE AS IT    *
000140*   PROVES EACH DL100CM ROW.  DL100CM ITSELF ONLY HOLDS THE    *
000150*   CURRENT DAY - ITS OPENING BALANCE ROLLS FORWARD ON THE     *
000160*   FIRST POSTING OF EACH NEW DATE - SO THIS FILE IS WHAT      *
000170*   ANSWERS "WHAT WAS THE BALANCE ON DATE X".  A CUSTOMER WITH *
000180*   NO POSTINGS ON THE DATE IS SNAPSHOT WITH ZERO DEBITS AND   *
000190*   CREDITS AND OPENING = CLOSING.  BH-PROOF-SW IS THE ROW'S   *
000200*   PROOF VERDICT (OPENING + CREDITS - DEBITS = CLOSING) AS    *
000210*   DL100CL FOUND IT.  READ BY DL100BI (AS-OF INQUIRY) AND     *
000220*   DL100BM (MONTH-END LISTING); AGED ROWS ARE ARCHIVED AND    *
000230*   DELETED BY DL100HK UNDER THEIR OWN RETENTION.              *
000240*--------------------------------------------------------------*
000250 01  BH-BALANCE-RECORD.
000260     05  BH-HISTORY-KEY.
000270         10  BH-CUSTOMER-ID       PIC X(10).
000280         10  BH-BALANCE-DATE      PIC 9(08).
000290     05  BH-OPENING-BALANCE       PIC S9(11)V99 COMP-3.
000300     05  BH-DEBIT-TOTAL           PIC S9(11)V99 COMP-3.
000310     05  BH-CREDIT-TOTAL          PIC S9(11)V99 COMP-3.
000320     05  BH-CLOSING-BALANCE       PIC S9(11)V99 COMP-3.
000330     05  BH-LAST-POSTING-DATE     PIC 9(08).
000340     05  BH-PROOF-SW              PIC X(01).
000350         88  BH-IN-PROOF              VALUE 'Y'.
000360         88  BH-OUT-OF-PROOF          VALUE 'N'.
000370     05  BH-SNAPSHOT-STAMP        PIC X(26).
000380     05  FILLER                   PIC X(10).
